      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-11-08                                        *
      * VERSION:   1.4                                               *
      * MODIFIED:  2000-04-24 - RENEWAL COMMISSION ROW WRITTEN       *
      *            FOR EVERY COLLECTED PREMIUM (COMMCALC)            *
      *            2000-03-06 - NO DEBIT FOR A POLICY UNDER A       *
      *            WAIVER OF PREMIUM (WOPWAVB WAIVES THE DUE DATE)   *
      *            2000-02-28 - A MANDATE WITH NO BANK REFERENCE IS *
      *            SKIPPED AND REPORTED - THE BANK REJECTS SUCH A    *
      *            REQUEST AT FILE LEVEL, OUTSIDE THE DISHONOUR      *
      *            RETURN FLOW, SO THE OPTIMISTIC POSTING WOULD      *
      *            DDEXRPT (OUTPUT SEQUENTIAL - RUN SUMMARY)         *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL) *
      *            GLJRNPF (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL)  *
      *            COMMPF  (OUTPUT SEQUENTIAL, EXTEND - COMMISSIONS) *
      *            COMMSCH (INPUT INDEXED - COMMISSION SCHEDULE)     *
      * COPYBOOK:  POLDATA, DDBTDATA, AUDITDATA, AUDITLOG, GLJDATA,  *
      *            GLJLOG, DATEWRK, DATECALC, BILLMODE, COMMDATA,    *
      *            CSCHDATA, COMMWRK, COMMCALC (QCPYSRC)             *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDEXTRB.
               ASSIGN TO DATABASE-GLJRNPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNPF-STATUS.
           SELECT COMMPF
               ASSIGN TO DATABASE-COMMPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMPF-STATUS.
           SELECT COMMSCH
               ASSIGN TO DATABASE-COMMSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-SCHEDULE-KEY
               FILE STATUS IS WS-COMMSCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDITDATA.
       FD  GLJRNPF.
       COPY GLJDATA.
       FD  COMMPF.
       COPY COMMDATA.
       FD  COMMSCH.
       COPY CSCHDATA.

       WORKING-STORAGE SECTION.
       COPY DATEWRK.
       COPY COMMWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-DDREQPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
           OPEN OUTPUT DDEXRPT
           OPEN EXTEND AUDITPF
           OPEN EXTEND GLJRNPF
           OPEN EXTEND COMMPF
           OPEN INPUT COMMSCH
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           CLOSE DDEXRPT
           CLOSE AUDITPF
           CLOSE GLJRNPF
           CLOSE COMMPF
           CLOSE COMMSCH
           GOBACK.

      *---------------------------------------------------------------*
           IF PM-MODAL-PREMIUM = 0
               EXIT PARAGRAPH
           END-IF
      * DE-106: A DISABILITY WAIVER IS PAYING THE PREMIUM - WOPWAVB
      *         WAIVES THE DUE DATE, SO NOTHING IS PULLED FROM THE
      *         POLICYHOLDER'S ACCOUNT
           IF PM-WOP-WAIVER-ACTIVE
               EXIT PARAGRAPH
           END-IF
      * DE-102: NEXT DUE DATE IS THE PAID-TO DATE ITSELF - THE SAME
      *         RULE BILNOTB BILLS BY. COLLECT WHEN IT FALLS INSIDE
      *         THE LEAD WINDOW OR IS ALREADY PAST.
           MOVE 'CASH    ' TO WS-GLJ-DEBIT-ACCT
           MOVE 'PREMINC ' TO WS-GLJ-CREDIT-ACCT
           MOVE WS-DEBIT-AMOUNT TO WS-GLJ-AMOUNT
           PERFORM 8800-WRITE-GL-JOURNAL
      * DE-202: THE COLLECTED PREMIUM EARNS RENEWAL COMMISSION AT THE
      *         SCHEDULE RATE FOR THE POLICY YEAR OF THE DUE DATE IT
      *         PAYS - DDRETNB TAKES IT BACK IF THE DEBIT DISHONOURS
           MOVE 'RN' TO WS-COMM-ACTION-TYPE
           MOVE WS-DEBIT-AMOUNT TO WS-COMM-BASIS
           MOVE WS-PRIOR-PAID-TO-DATE TO WS-COMM-YEAR-DATE
           PERFORM 8130-WRITE-RENEWAL-COMMISSION.

      *---------------------------------------------------------------*
      * 0900 - WRITE RUN SUMMARY                                      *
      * SHARED SYSTEM-WIDE VIA COPYBOOK BILLMODE                      *
      *---------------------------------------------------------------*
       COPY BILLMODE.

      *---------------------------------------------------------------*
      * 8100 THRU 8150 - COMMISSION CALCULATION AND CHARGEBACK        *
      * SHARED WITH THE OTHER COMMISSION WRITERS VIA COPYBOOK         *
      * COMMCALC                                                      *
      *---------------------------------------------------------------*
       COPY COMMCALC.
