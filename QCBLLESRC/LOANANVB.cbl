      *===============================================================*
      * PROGRAM:   LOANANVB                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-01                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * BATCH NIGHTLY POLICY LOAN ANNIVERSARY AND LOAN LIMIT CONTROL  *
      * DOMAIN:  TERM LIFE - SERVICING AND BILLING                   *
      * PURPOSE: SVCBILB (2750) AND THE AUTOMATIC PREMIUM LOAN       *
      *          (APLLOG 1360) ONLY ACCRUE LOAN INTEREST WHEN A LOAN *
      *          EVENT HAPPENS ON THE POLICY, SO A LOAN NOBODY       *
      *          TOUCHES NEVER HAS ITS INTEREST BILLED. ON EACH      *
      *          POLICY'S LOAN ANNIVERSARY (THE ISSUE-DATE           *
      *          ANNIVERSARY) THIS BATCH CAPITALIZES THE INTEREST    *
      *          ACCRUED TO THE ANNIVERSARY, WRITES A LOAN STATEMENT *
      *          EXTRACT FOR THE MAILING VENDOR (OPENING BALANCE,    *
      *          ADVANCES, REPAYMENTS, INTEREST, CLOSING BALANCE),   *
      *          POSTS THE YEAR'S CAPITALIZED INTEREST TO THE GL AND *
      *          OPENS THE NEXT LOAN YEAR. EVERY NIGHT IT ALSO TESTS *
      *          EVERY IN-FORCE LOAN AGAINST THE LOAN LIMIT (THE     *
      *          SAME WS-LOAN-MAX-PERCENT OF THE TOTAL ANNUAL        *
      *          PREMIUM SVCBILB ENFORCES ON A NEW LOAN): A LOAN     *
      *          FOUND OVER THE LIMIT GETS AN OVER-LOAN NOTICE WITH  *
      *          A CURE DEADLINE, A LOAN REPAID BACK UNDER THE LIMIT *
      *          IS CLEARED, AND A POLICY STILL OVER THE LIMIT AFTER *
      *          THE DEADLINE IS TERMINATED.                          *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH, AFTER SVCSWPB SO A    *
      *            POLICY LAPSED TONIGHT IS NOT ALSO TERMINATED)     *
      * FILES:     POLMST (I-O INDEXED, ACCESS SEQUENTIAL)           *
      *            LOANSTMT (OUTPUT SEQUENTIAL - STATEMENT EXTRACT)  *
      *            LOANRPT (OUTPUT SEQUENTIAL - RUN REPORT)          *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL) *
      *            GLJRNPF (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL)  *
      *            NOTICEPF (OUTPUT SEQUENTIAL, EXTEND - OL/TE       *
      *            MAILING EXTRACT)                                  *
      *            PARTYPF (INPUT INDEXED - POLICY PARTY MASTER)     *
      *            CLIMST (I-O INDEXED - CLIENT/INSURED MASTER)      *
      *            COMMPF (OUTPUT SEQUENTIAL, EXTEND - COMMISSIONS)  *
      *            COMMSCH (INPUT INDEXED - COMMISSION SCHEDULE)     *
      * COPYBOOK:  POLDATA, AUDITDATA, AUDITLOG, GLJDATA, GLJLOG,    *
      *            NOTICEDATA, PRTYDATA, PRTYWRK, PRTYLOOK,          *
      *            NOTCADDR, CLIMDATA, CLIMLOG, COMMDATA, CSCHDATA,  *
      *            COMMWRK, COMMCALC, DATEWRK, DATECALC (QCPYSRC)    *
      *---------------------------------------------------------------*
      * THE GL ROW (TYPE LI) CARRIES ALL INTEREST CAPITALIZED IN THE *
      * LOAN YEAR - THE EVENT ACCRUALS SVCBILB AND APLLOG ADD TO THE *
      * BALANCE DURING THE YEAR AS WELL AS TONIGHT'S CAPITALIZATION, *
      * SINCE NEITHER OF THOSE POSTS A JOURNAL ROW OF ITS OWN.       *
      * A TERMINATED POLICY'S LOAN BALANCE IS LEFT ON THE RECORD FOR *
      * RECOVERY - TERMINATION DOES NOT WRITE THE LOAN OFF.          *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANANVB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-05-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMST
               ASSIGN TO DATABASE-POLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-ID
               FILE STATUS IS WS-POLMST-STATUS.
           SELECT LOANSTMT
               ASSIGN TO DATABASE-LOANSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANSTMT-STATUS.
           SELECT LOANRPT
               ASSIGN TO DATABASE-LOANRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
           SELECT GLJRNPF
               ASSIGN TO DATABASE-GLJRNPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNPF-STATUS.
           SELECT NOTICEPF
               ASSIGN TO DATABASE-NOTICEPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICEPF-STATUS.
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.
           SELECT CLIMST
               ASSIGN TO DATABASE-CLIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CLIENT-KEY
               FILE STATUS IS WS-CLIMST-STATUS.
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
       FD  POLMST.
       COPY POLDATA.
       FD  LOANSTMT.
       01  LS-STATEMENT-RECORD.
           05  LS-POLICY-ID          PIC X(12).
           05  LS-INSURED-NAME       PIC X(40).
           05  LS-CURRENCY-CODE      PIC X(03).
      * THE LOAN YEAR STATED - FROM THE PREVIOUS LOAN ANNIVERSARY
      * (THE ISSUE DATE FOR THE FIRST YEAR) TO THIS ONE
           05  LS-PERIOD-FROM-DATE   PIC 9(08).
           05  LS-PERIOD-TO-DATE     PIC 9(08).
           05  LS-OPENING-BALANCE    PIC 9(13)V99.
           05  LS-ADVANCES           PIC 9(13)V99.
           05  LS-REPAYMENTS         PIC 9(13)V99.
           05  LS-INTEREST           PIC 9(13)V99.
           05  LS-CLOSING-BALANCE    PIC 9(13)V99.
           05  LS-INTEREST-RATE      PIC 9(01)V9999.
           05  LS-LOAN-LIMIT         PIC 9(13)V99.
      * Y = THE CLOSING BALANCE IS OVER THE LOAN LIMIT - THE
      * OVER-LOAN NOTICE FOLLOWS SEPARATELY ON NOTICEPF
           05  LS-OVER-LIMIT-IND     PIC X(01).
           05  FILLER                PIC X(20).
       FD  LOANRPT.
       01  RPT-LINE                  PIC X(80).
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  GLJRNPF.
       COPY GLJDATA.
       FD  NOTICEPF.
       COPY NOTICEDATA.
       FD  PARTYPF.
       COPY PRTYDATA.
       FD  CLIMST.
       COPY CLIMDATA.
       FD  COMMPF.
       COPY COMMDATA.
       FD  COMMSCH.
       COPY CSCHDATA.

       WORKING-STORAGE SECTION.
       COPY PRTYWRK.
       COPY DATEWRK.
       COPY COMMWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-LOANSTMT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-NOTICEPF-STATUS        PIC X(02) VALUE SPACES.
       77  WS-CLIMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLIENT-INFORCE-SA      PIC 9(14)V99 VALUE 0.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDIT-ACTION-TYPE      PIC X(02) VALUE 'LI'.
       77  WS-AUDIT-OLD-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-PREMIUM      PIC 9(13)V99 VALUE 0.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
       77  WS-GLJ-DEBIT-ACCT         PIC X(08) VALUE SPACES.
       77  WS-GLJ-CREDIT-ACCT        PIC X(08) VALUE SPACES.
       77  WS-GLJ-AMOUNT             PIC 9(13)V99 VALUE 0.
       77  WS-GLJ-SOURCE             PIC X(10) VALUE 'LOANANVB'.
      * THE SAME LOAN TERMS SVCBILB AND APLLOG APPLY
       77  WS-LOAN-INTEREST-RATE     PIC 9(01)V9999 VALUE 0.0800.
       77  WS-LOAN-MAX-PERCENT       PIC 9(01)V9999 VALUE 0.8000.
       77  WS-MAX-LOAN-AMOUNT        PIC 9(13)V99 VALUE 0.
       77  WS-LOAN-ACCRUED-INTEREST  PIC 9(13)V99 VALUE 0.
       77  WS-LOAN-DAYS              PIC S9(08) VALUE 0.
      * DAYS FROM THE OVER-LOAN NOTICE TO THE CURE DEADLINE - THE
      * POLICYHOLDER HAS THIS LONG TO REPAY BELOW THE LIMIT
       77  WS-OVERLOAN-CURE-DAYS     PIC 9(03) VALUE 31.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-LOAN-ANNIV-DATE        PIC 9(08) VALUE 0.
       77  WS-OVER-LIMIT-AMOUNT      PIC 9(13)V99 VALUE 0.
       77  WS-NOTICE-TYPE            PIC X(02) VALUE SPACES.
       77  WS-RPT-ACTION             PIC X(20) VALUE SPACES.
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-CHANGED-FLAG           PIC X VALUE 'N'.
           88  WS-POLICY-CHANGED     VALUE 'Y'.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-STATEMENTS       PIC 9(07) VALUE 0.
       77  WS-COUNT-OL-NOTICES       PIC 9(07) VALUE 0.
       77  WS-COUNT-CURED            PIC 9(07) VALUE 0.
       77  WS-COUNT-TERMINATED       PIC 9(07) VALUE 0.
       77  WS-TOTAL-INTEREST         PIC 9(13)V99 VALUE 0.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'LOANANVB - POLICY LOAN ANNIVERSARY AND LOAN LIMIT REPORT'.
       01  WS-RPT-HEADING-2.
           05  FILLER                PIC X(34) VALUE
               'POLICY ID    ACTION'.
           05  FILLER                PIC X(46) VALUE
               '   LOAN BALANCE   LOAN LIMIT CURE DATE'.

       01  WS-RPT-DETAIL.
           05  RD-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-ACTION             PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-BALANCE            PIC Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-LIMIT              PIC Z(08)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-DATE               PIC 9(08).
           05  FILLER                PIC X(09) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL              PIC X(30).
           05  RT-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN I-O POLMST
           OPEN OUTPUT LOANSTMT
           OPEN OUTPUT LOANRPT
           OPEN EXTEND AUDITPF
           OPEN EXTEND GLJRNPF
           OPEN EXTEND NOTICEPF
           OPEN INPUT PARTYPF
           OPEN I-O CLIMST
           OPEN EXTEND COMMPF
           OPEN INPUT COMMSCH
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-POLICY
           PERFORM UNTIL WS-EOF
               PERFORM 0300-EVALUATE-ONE-POLICY
               PERFORM 0200-READ-NEXT-POLICY
           END-PERFORM
           PERFORM 0900-WRITE-SUMMARY
           CLOSE POLMST
           CLOSE LOANSTMT
           CLOSE LOANRPT
           CLOSE AUDITPF
           CLOSE GLJRNPF
           CLOSE NOTICEPF
           CLOSE PARTYPF
           CLOSE CLIMST
           CLOSE COMMPF
           CLOSE COMMSCH
           GOBACK.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT POLICY IN KEY SEQUENCE                       *
      *---------------------------------------------------------------*
       0200-READ-NEXT-POLICY.
           READ POLMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - EVALUATE ONE POLICY          (LA-101)                  *
      *---------------------------------------------------------------*
       0300-EVALUATE-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
      * LA-101: IN-FORCE BUSINESS ONLY - A LAPSED, CLAIMED,
      *         MATURED OR TERMINATED POLICY'S LOAN IS SETTLED
      *         ELSEWHERE OR NOT AT ALL, AND IS NEITHER STATED NOR
      *         POLICED HERE
           IF NOT PM-STATUS-ACTIVE AND NOT PM-STATUS-GRACE AND
              NOT PM-STATUS-REINSTATED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CHANGED-FLAG
           MOVE PM-CONTRACT-STATUS TO WS-AUDIT-OLD-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO WS-AUDIT-OLD-PREMIUM
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
      * STAMPED BEFORE THE EVALUATION SO THE AUDIT ROWS AND ANY
      * FIRST-YEAR CHARGEBACK CARRY THIS RUN - THE STAMP ONLY
      * REACHES POLMST IF THE POLICY IS REWRITTEN BELOW
           MOVE 'LOANANVB' TO PM-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO PM-LAST-ACTION-DATE
           PERFORM 0400-PROCESS-LOAN-ANNIVERSARY
           PERFORM 0600-CHECK-LOAN-LIMIT
           IF WS-POLICY-CHANGED
               REWRITE WS-POLICY-MASTER-REC
           END-IF.

      *---------------------------------------------------------------*
      * 0400 - CLOSE THE LOAN YEAR ON THE LOAN ANNIVERSARY            *
      *        (LA-201 THRU LA-205)                                   *
      *---------------------------------------------------------------*
       0400-PROCESS-LOAN-ANNIVERSARY.
      * LA-201: THE DUE ANNIVERSARY IS THE LATEST ISSUE-DATE
      *         ANNIVERSARY AT OR BEFORE THE RUN DATE (ANNIVB AN-101
      *         - FEB 29 ISSUES FALL ON FEB 28 IN A NON-LEAP YEAR),
      *         SO A NIGHT THE BATCH MISSED IS CAUGHT UP ON THE NEXT
      *         RUN; THE LOAN ANNIVERSARY MARKER STOPS A RERUN FROM
      *         CLOSING THE SAME LOAN YEAR TWICE
           IF PM-ISSUE-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ISSUE-DATE TO WS-DC-DATE-1-N
           MOVE WS-CURR-DATE TO WS-DC-DATE-2-N
           COMPUTE WS-DC-YEARS-TO-ADD =
               WS-DC-D2-YEAR - WS-DC-D1-YEAR
           PERFORM 8750-ADD-YEARS-TO-DATE
           IF WS-DC-RESULT-N > WS-CURR-DATE
               SUBTRACT 1 FROM WS-DC-YEARS-TO-ADD
               PERFORM 8750-ADD-YEARS-TO-DATE
           END-IF
           MOVE WS-DC-RESULT-N TO WS-LOAN-ANNIV-DATE
           IF WS-DC-YEARS-TO-ADD < 1
               EXIT PARAGRAPH
           END-IF
           IF PM-LOAN-ANNIV-DATE >= WS-LOAN-ANNIV-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHANGED-FLAG
      * LA-202: A POLICY WITH NO LOAN AND NO LOAN ACTIVITY IN THE
      *         YEAR HAS NOTHING TO STATE - ONLY THE MARKER MOVES,
      *         SO A LOAN TAKEN LATER IN THE NEW YEAR IS NOT
      *         STATED AGAINST THE ANNIVERSARY ALREADY PASSED
           IF PM-POLICY-LOAN-BALANCE = 0 AND
              PM-LOAN-OPEN-BALANCE = 0 AND
              PM-LOAN-YTD-ADVANCES = 0 AND
              PM-LOAN-YTD-REPAYMENTS = 0 AND
              PM-LOAN-YTD-INTEREST = 0
               MOVE WS-LOAN-ANNIV-DATE TO PM-LOAN-ANNIV-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 0450-CAPITALIZE-INTEREST
           PERFORM 0500-WRITE-STATEMENT
      * LA-203: THE YEAR'S CAPITALIZED INTEREST REACHES THE LEDGER -
      *         THE LOAN ASSET GROWS BY WHAT THE POLICYHOLDER NOW
      *         OWES (A ZERO AMOUNT WRITES NOTHING - GLJLOG)
           MOVE 'LI' TO WS-GLJ-TRANS-TYPE
           MOVE PM-POLICY-ID TO WS-GLJ-POLICY-ID
           MOVE PM-CURRENCY-CODE TO WS-GLJ-CURRENCY
           MOVE 'POLLOAN ' TO WS-GLJ-DEBIT-ACCT
           MOVE 'LOANINT ' TO WS-GLJ-CREDIT-ACCT
           MOVE PM-LOAN-YTD-INTEREST TO WS-GLJ-AMOUNT
           PERFORM 8800-WRITE-GL-JOURNAL
           ADD PM-LOAN-YTD-INTEREST TO WS-TOTAL-INTEREST
      * LA-204: ONE AUDIT ROW PER LOAN YEAR CLOSED
           MOVE 'LI' TO WS-AUDIT-ACTION-TYPE
           PERFORM 8000-WRITE-AUDIT-RECORD
      * LA-205: OPEN THE NEXT LOAN YEAR AT THE CLOSING BALANCE
           MOVE PM-POLICY-LOAN-BALANCE TO PM-LOAN-OPEN-BALANCE
           MOVE 0 TO PM-LOAN-YTD-ADVANCES
           MOVE 0 TO PM-LOAN-YTD-REPAYMENTS
           MOVE 0 TO PM-LOAN-YTD-INTEREST
           MOVE WS-LOAN-ANNIV-DATE TO PM-LOAN-ANNIV-DATE
           ADD 1 TO WS-COUNT-STATEMENTS.

      *---------------------------------------------------------------*
      * 0450 - CAPITALIZE INTEREST TO THE ANNIVERSARY (LA-301)        *
      *        THE SAME TRUE-CALENDAR SIMPLE INTEREST SVCBILB 2750    *
      *        POSTS, FROM THE ACCRUAL BASELINE TO THE ANNIVERSARY    *
      *---------------------------------------------------------------*
       0450-CAPITALIZE-INTEREST.
      * A LOAN EVENT SINCE THE ANNIVERSARY (A CATCH-UP RUN) HAS
      * ALREADY ACCRUED PAST IT - NOTHING IS LEFT TO CAPITALIZE AND
      * THE BASELINE MUST NOT MOVE BACKWARDS
           IF PM-LOAN-LAST-ACCRUAL-DATE >= WS-LOAN-ANNIV-DATE
               EXIT PARAGRAPH
           END-IF
           IF PM-POLICY-LOAN-BALANCE > 0 AND
              PM-LOAN-LAST-ACCRUAL-DATE > 0
               MOVE PM-LOAN-LAST-ACCRUAL-DATE TO WS-DC-DATE-1-N
               MOVE WS-LOAN-ANNIV-DATE TO WS-DC-DATE-2-N
               PERFORM 8720-COMPUTE-DAYS-BETWEEN
               MOVE WS-DC-DAYS-BETWEEN TO WS-LOAN-DAYS
               IF WS-LOAN-DAYS > 0
                   COMPUTE WS-LOAN-ACCRUED-INTEREST ROUNDED =
                       PM-POLICY-LOAN-BALANCE * WS-LOAN-INTEREST-RATE
                       * WS-LOAN-DAYS / 365
                   ADD WS-LOAN-ACCRUED-INTEREST TO
                       PM-POLICY-LOAN-BALANCE
                   ADD WS-LOAN-ACCRUED-INTEREST TO
                       PM-LOAN-YTD-INTEREST
               END-IF
           END-IF
           MOVE WS-LOAN-ANNIV-DATE TO PM-LOAN-LAST-ACCRUAL-DATE.

      *---------------------------------------------------------------*
      * 0500 - WRITE THE LOAN STATEMENT EXTRACT RECORD                *
      *---------------------------------------------------------------*
       0500-WRITE-STATEMENT.
           COMPUTE WS-MAX-LOAN-AMOUNT =
               PM-TOTAL-ANNUAL-PREMIUM * WS-LOAN-MAX-PERCENT
           INITIALIZE LS-STATEMENT-RECORD
           MOVE PM-POLICY-ID TO LS-POLICY-ID
           MOVE PM-INSURED-NAME TO LS-INSURED-NAME
           MOVE PM-CURRENCY-CODE TO LS-CURRENCY-CODE
           IF PM-LOAN-ANNIV-DATE = 0
               MOVE PM-ISSUE-DATE TO LS-PERIOD-FROM-DATE
           ELSE
               MOVE PM-LOAN-ANNIV-DATE TO LS-PERIOD-FROM-DATE
           END-IF
           MOVE WS-LOAN-ANNIV-DATE TO LS-PERIOD-TO-DATE
           MOVE PM-LOAN-OPEN-BALANCE TO LS-OPENING-BALANCE
           MOVE PM-LOAN-YTD-ADVANCES TO LS-ADVANCES
           MOVE PM-LOAN-YTD-REPAYMENTS TO LS-REPAYMENTS
           MOVE PM-LOAN-YTD-INTEREST TO LS-INTEREST
           MOVE PM-POLICY-LOAN-BALANCE TO LS-CLOSING-BALANCE
           MOVE WS-LOAN-INTEREST-RATE TO LS-INTEREST-RATE
           MOVE WS-MAX-LOAN-AMOUNT TO LS-LOAN-LIMIT
           IF PM-POLICY-LOAN-BALANCE > WS-MAX-LOAN-AMOUNT
               MOVE 'Y' TO LS-OVER-LIMIT-IND
           ELSE
               MOVE 'N' TO LS-OVER-LIMIT-IND
           END-IF
           WRITE LS-STATEMENT-RECORD.

      *---------------------------------------------------------------*
      * 0600 - TEST THE LOAN AGAINST THE LOAN LIMIT                   *
      *        (LA-401 THRU LA-404)                                   *
      *---------------------------------------------------------------*
       0600-CHECK-LOAN-LIMIT.
      * LA-401: THE LIMIT SVCBILB SV-1102 ENFORCES ON A NEW LOAN -
      *         INTEREST AND A LOWER PREMIUM AFTER A RE-RATE OR AN
      *         AMENDMENT CAN BOTH CARRY AN EXISTING LOAN PAST IT
           COMPUTE WS-MAX-LOAN-AMOUNT =
               PM-TOTAL-ANNUAL-PREMIUM * WS-LOAN-MAX-PERCENT
      * LA-402: BACK WITHIN THE LIMIT - AN OUTSTANDING CURE
      *         DEADLINE IS MET AND CLEARED
           IF PM-POLICY-LOAN-BALANCE NOT > WS-MAX-LOAN-AMOUNT
               IF PM-OVERLOAN-CURE-DATE NOT = 0
                   MOVE 0 TO PM-OVERLOAN-CURE-DATE
                   MOVE 'Y' TO WS-CHANGED-FLAG
                   ADD 1 TO WS-COUNT-CURED
                   MOVE 'OVER-LOAN CURED' TO WS-RPT-ACTION
                   PERFORM 0800-WRITE-DETAIL-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVER-LIMIT-AMOUNT =
               PM-POLICY-LOAN-BALANCE - WS-MAX-LOAN-AMOUNT
      * LA-403: NEWLY OVER THE LIMIT - NOTIFY THE POLICYOWNER OF THE
      *         AMOUNT TO REPAY AND THE DEADLINE TO REPAY IT BY
           IF PM-OVERLOAN-CURE-DATE = 0
               MOVE WS-CURR-DATE TO WS-DC-DATE-1-N
               MOVE WS-OVERLOAN-CURE-DAYS TO WS-DC-DAYS-TO-ADD
               PERFORM 8730-ADD-DAYS-TO-DATE
               MOVE WS-DC-RESULT-N TO PM-OVERLOAN-CURE-DATE
               MOVE 'OL' TO WS-NOTICE-TYPE
               PERFORM 0650-WRITE-LOAN-NOTICE
               MOVE 'OL' TO WS-AUDIT-ACTION-TYPE
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE 'Y' TO WS-CHANGED-FLAG
               ADD 1 TO WS-COUNT-OL-NOTICES
               MOVE 'OVER-LOAN NOTICE' TO WS-RPT-ACTION
               PERFORM 0800-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
      * LA-404: STILL OVER THE LIMIT AFTER THE CURE DEADLINE -
      *         THE POLICY IS TERMINATED
           IF WS-CURR-DATE > PM-OVERLOAN-CURE-DATE
               PERFORM 0700-TERMINATE-OVER-LOAN
           END-IF.

      *---------------------------------------------------------------*
      * 0650 - WRITE AN OVER-LOAN (OL) OR TERMINATION (TE) NOTICE -   *
      *        THE AMOUNT COLUMN CARRIES THE REPAYMENT NEEDED TO      *
      *        BRING THE LOAN BACK WITHIN THE LIMIT                   *
      *---------------------------------------------------------------*
       0650-WRITE-LOAN-NOTICE.
           INITIALIZE NOTICE-RECORD
           MOVE PM-POLICY-ID             TO NO-POLICY-ID
           MOVE PM-INSURED-NAME          TO NO-INSURED-NAME
           MOVE PM-CONTRACT-STATUS       TO NO-NEW-STATUS
           MOVE WS-NOTICE-TYPE           TO NO-NOTICE-TYPE
           MOVE WS-OVER-LIMIT-AMOUNT     TO NO-OUTSTANDING-PREMIUM
           IF NO-TYPE-OVER-LOAN
               MOVE PM-OVERLOAN-CURE-DATE TO NO-DEADLINE-DATE
               MOVE 'POLICY LOAN EXCEEDS THE LOAN LIMIT'
                   TO NO-NOTICE-DETAIL
           ELSE
               MOVE 0 TO NO-DEADLINE-DATE
               MOVE 'OVER-LOAN NOT CURED BY THE DEADLINE'
                   TO NO-NOTICE-DETAIL
           END-IF
           MOVE PM-PROCESS-DATE          TO NO-NOTICE-DATE
           PERFORM 8360-ADDRESS-NOTICE
           WRITE NOTICE-RECORD.

      *---------------------------------------------------------------*
      * 0700 - TERMINATE A POLICY WHOSE OVER-LOAN WAS NOT CURED       *
      *        (LA-501 THRU LA-503)                                   *
      *---------------------------------------------------------------*
       0700-TERMINATE-OVER-LOAN.
           MOVE 'TE' TO PM-CONTRACT-STATUS
           MOVE 0 TO PM-OUTSTANDING-PREMIUM
      * LA-501: OFF THE IN-FORCE BOOK - RELEASE THE SUM ASSURED
      *         FROM THE INSURED'S AGGREGATE EXPOSURE (AS SVCBILB
      *         SV-1404 DOES FOR A CANCELLATION)
           PERFORM 8620-RELEASE-CLIENT-EXPOSURE
      * LA-502: TERMINATED INSIDE THE FIRST POLICY YEAR - CHARGE
      *         BACK THE UNEARNED FIRST-YEAR COMMISSION (CM-104)
           PERFORM 8150-CHARGEBACK-FIRST-YEAR
      * LA-503: THE TERMINATION CONFIRMATION AND THE AUDIT ROW THAT
      *         LETS BALCTLB PROVE THE STATUS MOVEMENT
           MOVE 'TE' TO WS-NOTICE-TYPE
           PERFORM 0650-WRITE-LOAN-NOTICE
           MOVE 'OT' TO WS-AUDIT-ACTION-TYPE
           PERFORM 8000-WRITE-AUDIT-RECORD
           MOVE 'Y' TO WS-CHANGED-FLAG
           ADD 1 TO WS-COUNT-TERMINATED
           MOVE 'TERMINATED-OVER-LOAN' TO WS-RPT-ACTION
           PERFORM 0800-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
      * 0800 - WRITE ONE REPORT DETAIL LINE                           *
      *---------------------------------------------------------------*
       0800-WRITE-DETAIL-LINE.
           MOVE PM-POLICY-ID TO RD-POLICY-ID
           MOVE WS-RPT-ACTION TO RD-ACTION
           MOVE PM-POLICY-LOAN-BALANCE TO RD-BALANCE
           MOVE WS-MAX-LOAN-AMOUNT TO RD-LIMIT
           MOVE PM-OVERLOAN-CURE-DATE TO RD-DATE
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0900 - WRITE RUN SUMMARY                                      *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES READ. . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LOAN STATEMENTS WRITTEN. . .' TO RS-LABEL
           MOVE WS-COUNT-STATEMENTS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OVER-LOAN NOTICES SENT . . .' TO RS-LABEL
           MOVE WS-COUNT-OL-NOTICES TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OVER-LOANS CURED . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-CURED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TERMINATED - NOT CURED . . .' TO RS-LABEL
           MOVE WS-COUNT-TERMINATED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'INTEREST POSTED TO GL. . . .' TO RT-LABEL
           MOVE WS-TOTAL-INTEREST TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 8000 - WRITE AUDIT RECORD                                     *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB VIA COPYBOOK AUDITLOG       *
      *---------------------------------------------------------------*
       COPY AUDITLOG.

      *---------------------------------------------------------------*
      * 8800 - WRITE GL JOURNAL ROW                                   *
      * SHARED WITH THE OTHER MONEY-MOVING PROGRAMS VIA COPYBOOK      *
      * GLJLOG                                                        *
      *---------------------------------------------------------------*
       COPY GLJLOG.

      *---------------------------------------------------------------*
      * 8600 THRU 8620 - CLIENT AGGREGATE EXPOSURE                    *
      * SHARED WITH SVCBILB/SVCSWPB/MATURTYB VIA COPYBOOK CLIMLOG     *
      *---------------------------------------------------------------*
       COPY CLIMLOG.

      *---------------------------------------------------------------*
      * 8100 THRU 8150 - COMMISSION CALCULATION AND CHARGEBACK        *
      * SHARED WITH THE OTHER COMMISSION WRITERS VIA COPYBOOK         *
      * COMMCALC                                                      *
      *---------------------------------------------------------------*
       COPY COMMCALC.

      *---------------------------------------------------------------*
      * 8350 - LOOK UP THE MAILING PARTY                              *
      * SHARED WITH THE OTHER MAILING AND PAYMENT EXTRACTS VIA        *
      * COPYBOOK PRTYLOOK                                             *
      *---------------------------------------------------------------*
       COPY PRTYLOOK.

      *---------------------------------------------------------------*
      * 8360 - ADDRESS ONE NOTICE                                     *
      * SHARED WITH THE OTHER NOTICE WRITERS VIA COPYBOOK NOTCADDR    *
      *---------------------------------------------------------------*
       COPY NOTCADDR.

      *---------------------------------------------------------------*
      * 8700 THRU 8770 - CALENDAR DATE ARITHMETIC                      *
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.
