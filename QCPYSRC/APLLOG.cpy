      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-02-14                                        *
      * MODIFIED:  2000-05-01 - LOAN YEAR ADVANCES AND INTEREST      *
      *            TOTALLED FOR THE LOAN ANNIVERSARY STATEMENT       *
      *            2000-04-10 - NOTICE ADDRESSED FROM PARTYPF        *
      *---------------------------------------------------------------*
      * AUTOMATIC PREMIUM LOAN - SHARED PROCEDURE LOGIC, PERFORMED   *
      * FROM SVCSTAT (SV-205) AT THE POINT THE PAYMENT-STATUS        *
      *              BILLMODE/GLJLOG/NOTICEDATA MACHINERY IN PLACE   *
      *              (SELECT/FD NOTICEPF OPENED EXTEND, SELECT/FD    *
      *              GLJRNPF WITH COPY GLJDATA OPENED EXTEND, THE    *
      *              WS-GLJ-* FIELDS AND WS-CURR-DATE), THE NOTCADDR/*
      *              PRTYLOOK ADDRESSING MACHINERY, AND DECLARE:     *
      *              WS-APL-APPLIED-FLAG PIC X (88 WS-APL-APPLIED    *
      *              'Y'), WS-APL-EXHAUSTED-FLAG PIC X (88           *
      *              WS-APL-EXHAUSTED 'Y'), WS-APL-PREMIUM-POSTED    *
               EXIT PARAGRAPH
           END-IF
           ADD PM-MODAL-PREMIUM TO PM-POLICY-LOAN-BALANCE
           ADD PM-MODAL-PREMIUM TO PM-LOAN-YTD-ADVANCES
           ADD PM-MODAL-PREMIUM TO WS-APL-PREMIUM-POSTED
           MOVE 0 TO PM-OUTSTANDING-PREMIUM
           PERFORM 8660-SET-BILLING-PERIOD-MONTHS
                       * WS-LOAN-DAYS / 365
                   ADD WS-LOAN-ACCRUED-INTEREST TO
                       PM-POLICY-LOAN-BALANCE
                   ADD WS-LOAN-ACCRUED-INTEREST TO
                       PM-LOAN-YTD-INTEREST
               END-IF
           END-IF
           MOVE PM-PROCESS-DATE TO PM-LOAN-LAST-ACCRUAL-DATE
           MOVE PM-POLICY-LOAN-BALANCE   TO NO-OUTSTANDING-PREMIUM
           MOVE 0                        TO NO-DEADLINE-DATE
           MOVE PM-PROCESS-DATE          TO NO-NOTICE-DATE
           PERFORM 8360-ADDRESS-NOTICE
           WRITE NOTICE-RECORD.
