      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1998-03-05                                        *
      * VERSION:   2.3                                               *
      * MODIFIED:  2000-06-12 - AMENDMENT REVERSAL (RV) FROM THE     *
      *            BEFORE-IMAGE KEPT ON SVCBIMPF FOR EVERY APPLIED   *
      *            AMENDMENT, WITH OFFSETTING FEE, COMMISSION AND GL *
      *            ENTRIES; SVCPF LAYOUT MOVED TO COPYBOOK SVCPDATA  *
      *            2000-05-01 - LOAN ADVANCES, REPAYMENTS AND        *
      *            INTEREST TOTALLED FOR THE LOAN YEAR STATEMENT     *
      *            2000-04-24 - COMMISSION RATE FROM THE             *
      *            SCHEDULE (COMMSCH); FIRST-YEAR COMMISSION         *
      *            CHARGED BACK ON CANCELLATION OR LAPSE             *
      *            2000-04-10 - NOTICES ADDRESSED FROM THE POLICY    *
      *            PARTY FILE (PARTYPF); RETURNED-MAIL HOLD          *
      *            2000-04-03 - BENEFICIARY CHANGE SCREENED AGAINST *
      *            THE SANCTIONS WATCH LIST (SANSCRN)                *
      *            2000-02-14 - AUTOMATIC PREMIUM LOAN BEFORE LAPSE *
      *            FOR ELECTED POLICIES (SVCSTAT SV-205 VIA APLLOG)  *
      *            1999-11-22 - GL JOURNAL ROWS WRITTEN FOR FEES,   *
      *            LOAN MOVEMENTS AND CANCELLATION REFUNDS (GLJLOG)  *
      *          MARKED COMPLETE ONCE A TRANSACTION HAS RUN, SO A    *
      *          DLYUPD RESTART AFTER AN ABEND SKIPS ANY TRANSACTION *
      *          ALREADY APPLIED INSTEAD OF RE-CHARGING 2100/2300/   *
      *          2400/2500'S FEES A SECOND TIME. EVERY APPLIED       *
      *          AMENDMENT LEAVES A BEFORE-IMAGE ON SVCBIMPF SO A    *
      *          REVERSAL (RV) AGAINST ITS SVC ID CAN PUT THE POLICY *
      *          BACK EXACTLY AS IT WAS (SV-1701 THRU SV-1708).      *
      *---------------------------------------------------------------*
      * CALLED BY: RUNSVC (CL), DLYUPD (CL - NIGHTLY BATCH)         *
      * FILES:     POLMST (I-O INDEXED), SVCPF (I-O INDEXED),        *
      *            PLANTAB (INPUT INDEXED),                          *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL),*
      *            COMMPF (OUTPUT SEQUENTIAL, EXTEND - COMMISSIONS), *
      *            COMMSCH (INPUT INDEXED - COMMISSION SCHEDULE)     *
      *            NOTICEPF (OUTPUT SEQUENTIAL, EXTEND - GR/LA       *
      *            MAILING EXTRACT)                                  *
      *            REFQPF (I-O INDEXED - UW REFERRAL QUEUE)          *
      *            BENEPF (I-O INDEXED - BENEFICIARY MASTER)         *
      *            RATETAB (INPUT INDEXED - ACTUARIAL RATE TABLE)    *
      *            WATCHLST (INPUT INDEXED - SANCTIONS WATCH LIST)   *
      *            SANHOLD (I-O INDEXED - COMPLIANCE HOLD QUEUE)     *
      *            SANLOGPF (OUTPUT SEQUENTIAL, EXTEND - SCREENING   *
      *            LOG)                                              *
      *            PARTYPF (INPUT INDEXED - POLICY PARTY MASTER)     *
      *            SVCBIMPF (I-O INDEXED - AMENDMENT BEFORE-IMAGES)  *
      * COPYBOOK:  POLDATA, PLANDATA, AUDITDATA, COMMDATA,           *
      *            NOTICEDATA, REFQDATA, BENFDATA, RATEDATA, RATEWRK,*
      *            WLSTDATA, SHLDDATA, SLOGDATA, SANWRK, PRTYDATA,   *
      *            PRTYWRK, PRTYLOOK, NOTCADDR, CSCHDATA, COMMWRK,   *
      *            COMMCALC, SVCPDATA, SVCBDATA (QCPYSRC)            *
      *---------------------------------------------------------------*
      * RETURN CODES:                                                 *
      *  00 - AMENDMENT APPLIED SUCCESSFULLY                         *
      *  35 - CANCELLATION: POLICY LOAN BALANCE OUTSTANDING         *
      *  36 - BENEFICIARY CHANGE: NO DESIGNATION PROVIDED           *
      *  37 - BENEFICIARY CHANGE: SHARES DO NOT TOTAL 100           *
      *  38 - BENEFICIARY CHANGE: HELD FOR COMPLIANCE REVIEW       *
      *  39 - BENEFICIARY CHANGE: CONFIRMED WATCH-LIST MATCH        *
      *  28 - MORTALITY RATE MISSING ON RATE TABLE                  *
      *  29 - RIDER RATE MISSING ON RATE TABLE                      *
      *  40 - REVERSAL: NO APPLIED AMENDMENT FOR THE SVC ID         *
      *  41 - REVERSAL: AMENDMENT ALREADY REVERSED                  *
      *  42 - REVERSAL: AMENDMENT TYPE CANNOT BE REVERSED           *
      *  43 - REVERSAL: A LATER AMENDMENT HAS TOUCHED THE POLICY    *
      *  44 - REVERSAL: POLICY RE-RATED SINCE THE AMENDMENT         *
      *  45 - REVERSAL: PREMIUM OR RIDERS CHANGED SINCE THE         *
      *       AMENDMENT                                              *
      *  90 - TRANSACTION ALREADY PROCESSED - SKIPPED ON RESTART    *
      *===============================================================*
       IDENTIFICATION DIVISION.
               ASSIGN TO DATABASE-COMMPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMPF-STATUS.
           SELECT COMMSCH
               ASSIGN TO DATABASE-COMMSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-SCHEDULE-KEY
               FILE STATUS IS WS-COMMSCH-STATUS.
           SELECT NOTICEPF
               ASSIGN TO DATABASE-NOTICEPF
               ORGANIZATION IS SEQUENTIAL
               ASSIGN TO DATABASE-GLJRNPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNPF-STATUS.
           SELECT WATCHLST
               ASSIGN TO DATABASE-WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WATCH-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.
           SELECT SANHOLD
               ASSIGN TO DATABASE-SANHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-HOLD-KEY
               FILE STATUS IS WS-SANHOLD-STATUS.
           SELECT SANLOGPF
               ASSIGN TO DATABASE-SANLOGPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SANLOG-STATUS.
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.
           SELECT SVCBIMPF
               ASSIGN TO DATABASE-SVCBIMPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-IMAGE-KEY
               FILE STATUS IS WS-SVCBIMPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  SVCPF.
       COPY SVCPDATA.
       FD  PLANTAB.
       COPY PLANDATA.
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  COMMPF.
       COPY COMMDATA.
       FD  COMMSCH.
       COPY CSCHDATA.
       FD  NOTICEPF.
       COPY NOTICEDATA.
       FD  REFQPF.
       COPY CLIMDATA.
       FD  GLJRNPF.
       COPY GLJDATA.
       FD  WATCHLST.
       COPY WLSTDATA.
       FD  SANHOLD.
       COPY SHLDDATA.
       FD  SANLOGPF.
       COPY SLOGDATA.
       FD  PARTYPF.
       COPY PRTYDATA.
       FD  SVCBIMPF.
       COPY SVCBDATA.

       WORKING-STORAGE SECTION.
       COPY PRTYWRK.
       COPY RATEWRK.
       COPY DATEWRK.
       COPY SANWRK.
       COPY COMMWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SVCPF-STATUS           PIC X(02) VALUE SPACES.
       77  WS-PLANTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-PREMIUM      PIC 9(13)V99 VALUE 0.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NOTICEPF-STATUS        PIC X(02) VALUE SPACES.
       77  WS-REFQPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQ-SOURCE            PIC X(02) VALUE SPACES.
       77  WS-BENEF-IDX              PIC 9(02) VALUE 0.
       77  WS-BENEF-COUNT            PIC 9(02) VALUE 0.
       77  WS-BENEF-PERCENT-TOTAL    PIC 9(05)V99 VALUE 0.
       77  WS-SVCBIMPF-STATUS        PIC X(02) VALUE SPACES.
       77  WS-REVERSE-SVC-ID         PIC X(12) VALUE SPACES.
       77  WS-BIM-LAST-SEQ           PIC 9(05) VALUE 0.
       77  WS-BIM-FOUND-SEQ          PIC 9(05) VALUE 0.
       77  WS-BIM-EOF-FLAG           PIC X VALUE 'N'.
           88  WS-BIM-EOF            VALUE 'Y'.
       77  WS-BIM-LATER-FLAG         PIC X VALUE 'N'.
           88  WS-BIM-LATER-AMENDMENT VALUE 'Y'.
       77  WS-BIM-CHANGED-FLAG       PIC X VALUE 'N'.
           88  WS-BIM-POLICY-CHANGED VALUE 'Y'.

      *---------------------------------------------------------------*
      * PRICING SNAPSHOT - 3090 SAVES EVERYTHING 3110/3120/3130 CAN   *
           OPEN INPUT PLANTAB
           OPEN EXTEND AUDITPF
           OPEN EXTEND COMMPF
           OPEN INPUT COMMSCH
           OPEN EXTEND NOTICEPF
           OPEN I-O REFQPF
           OPEN I-O BENEPF
           OPEN INPUT RATETAB
           OPEN I-O CLIMST
           OPEN EXTEND GLJRNPF
           OPEN INPUT WATCHLST
           OPEN I-O SANHOLD
           OPEN EXTEND SANLOGPF
           OPEN INPUT PARTYPF
           OPEN I-O SVCBIMPF
           IF WS-SVCBIMPF-STATUS = '35'
               OPEN OUTPUT SVCBIMPF
               CLOSE SVCBIMPF
               OPEN I-O SVCBIMPF
           END-IF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-DATE TO WS-RATE-AS-OF-DATE
           PERFORM 1150-LOAD-RATE-TABLE
      * SV-001: SKIP A TRANSACTION ALREADY APPLIED BY A PRIOR RUN SO A
      *         DLYUPD RESTART AFTER AN ABEND CANNOT RE-CHARGE FEES.
      *         A REVERSAL'S ROW IS REGISTERED AHEAD OF THE CALL BY
      *         SVCINTKB AND CARRIES THE SVC ID IT REVERSES.
           MOVE SPACES TO WS-REVERSE-SVC-ID
           MOVE LK-SVC-ID TO SVC-SVC-ID
           READ SVCPF
               INVALID KEY
                   MOVE 'N' TO SVC-COMPLETE-FLAG
               NOT INVALID KEY
                   MOVE SVC-REVERSE-OF-SVC-ID TO WS-REVERSE-SVC-ID
           END-READ
           IF SVC-PROCESSED
               MOVE 90 TO WS-RESULT-CODE
               MOVE 'TRANSACTION ALREADY PROCESSED - SKIPPED ON RESTART'
                   TO WS-RESULT-MESSAGE
               CLOSE POLMST SVCPF PLANTAB AUDITPF COMMPF NOTICEPF
                   REFQPF BENEPF RATETAB CLIMST GLJRNPF WATCHLST
                   SANHOLD SANLOGPF PARTYPF COMMSCH SVCBIMPF
               GOBACK
           END-IF
           MOVE LK-POLICY-ID TO PM-POLICY-ID
                   MOVE 11 TO WS-RESULT-CODE
                   MOVE 'POLICY RECORD NOT FOUND' TO WS-RESULT-MESSAGE
                   CLOSE POLMST SVCPF PLANTAB AUDITPF COMMPF NOTICEPF
                       REFQPF BENEPF RATETAB CLIMST GLJRNPF WATCHLST
                       SANHOLD SANLOGPF PARTYPF COMMSCH SVCBIMPF
                   GOBACK
           END-READ
           PERFORM 1000-INITIALIZE
               PERFORM 8000-WRITE-AUDIT-RECORD
               REWRITE WS-POLICY-MASTER-REC
               CLOSE POLMST SVCPF PLANTAB AUDITPF COMMPF NOTICEPF
                   REFQPF BENEPF RATETAB CLIMST GLJRNPF WATCHLST
                   SANHOLD SANLOGPF PARTYPF COMMSCH SVCBIMPF
               GOBACK
           END-IF
      * SV-1701: EVERY AMENDMENT BUT A REVERSAL KEEPS THE POLICY'S
      *          BEFORE-IMAGE, WRITTEN TO SVCBIMPF ONLY IF IT APPLIES
           IF NOT PM-AMD-REVERSAL
               PERFORM 2050-TAKE-BEFORE-IMAGE
           END-IF
           EVALUATE PM-AMENDMENT-TYPE
               WHEN 'PL' PERFORM 2100-CHANGE-PLAN
               WHEN 'SA' PERFORM 2200-CHANGE-SUM-ASSURED
               WHEN 'LR' PERFORM 2800-PROCESS-LOAN-REPAYMENT
               WHEN 'CA' PERFORM 2850-PROCESS-CANCELLATION
               WHEN 'BC' PERFORM 2870-CHANGE-BENEFICIARY
               WHEN 'RV' PERFORM 2950-REVERSE-AMENDMENT
           END-EVALUATE
      * EVERY MONEY MOVEMENT AN APPLIED AMENDMENT MADE REACHES THE
      * LEDGER THE SAME NIGHT
      *         REQUEST WITHOUT CHANGING POLMST, SO THEY ARE LEFT
      *         UNMARKED AND REMAIN ELIGIBLE FOR RETRY.
           IF WS-RESULT-CODE = 0 OR WS-RESULT-CODE = 27
               IF NOT PM-AMD-REVERSAL
                   PERFORM 2910-WRITE-BEFORE-IMAGE
               END-IF
               PERFORM 2900-MARK-TRANSACTION-COMPLETE
           END-IF
           CLOSE POLMST SVCPF PLANTAB AUDITPF COMMPF NOTICEPF REFQPF
               BENEPF RATETAB CLIMST GLJRNPF WATCHLST SANHOLD SANLOGPF
               PARTYPF COMMSCH SVCBIMPF
           GOBACK.

      *---------------------------------------------------------------*
                   TO WS-RESULT-MESSAGE
           END-IF.

      *---------------------------------------------------------------*
      * 2050 - TAKE THE POLICY'S BEFORE-IMAGE          (SV-1701)      *
      *        BUILT IN THE SVCBIMPF RECORD AREA UNDER THE POLICY'S   *
      *        NEXT SEQUENCE AND WRITTEN BY 2910 ONCE THE AMENDMENT   *
      *        HAS APPLIED - NOTHING ELSE TOUCHES SVCBIMPF IN         *
      *        BETWEEN. THE DESIGNATION IS TAKEN FROM THE ACTIVE      *
      *        BENEPF ROWS, NOT PM-BENEF-TABLE, WHICH ALREADY CARRIES *
      *        A BENEFICIARY CHANGE'S NEW DESIGNATION AS STAGED.      *
      *---------------------------------------------------------------*
       2050-TAKE-BEFORE-IMAGE.
           MOVE SPACES TO WS-REVERSE-SVC-ID
           PERFORM 2960-SCAN-BEFORE-IMAGES
           INITIALIZE SVCBIM-RECORD
           MOVE PM-POLICY-ID TO BI-POLICY-ID
           COMPUTE BI-IMAGE-SEQ = WS-BIM-LAST-SEQ + 1
           MOVE LK-SVC-ID TO BI-SVC-ID
           MOVE PM-AMENDMENT-TYPE TO BI-AMENDMENT-TYPE
           MOVE PM-PLAN-CODE TO BI-PLAN-CODE
           MOVE PM-PLAN-PARAMETERS TO BI-PLAN-PARAMETERS
           MOVE PM-SUM-ASSURED TO BI-SUM-ASSURED
           MOVE PM-BILLING-MODE TO BI-BILLING-MODE
           MOVE PM-TERM-YEARS TO BI-TERM-YEARS
           MOVE PM-BASE-MORTALITY-RATE TO BI-BASE-MORTALITY-RATE
           MOVE PM-GENDER-FACTOR TO BI-GENDER-FACTOR
           MOVE PM-SMOKER-FACTOR TO BI-SMOKER-FACTOR
           MOVE PM-OCCUPATION-FACTOR TO BI-OCCUPATION-FACTOR
           MOVE PM-UW-FACTOR TO BI-UW-FACTOR
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
               UNTIL WS-RIDER-IDX > 10
               MOVE PM-RIDER-TABLE(WS-RIDER-IDX)
                   TO BI-RIDER-TABLE(WS-RIDER-IDX)
           END-PERFORM
           MOVE PM-BASE-ANNUAL-PREMIUM TO BI-BASE-ANNUAL-PREMIUM
           MOVE PM-RIDER-ANNUAL-TOTAL TO BI-RIDER-ANNUAL-TOTAL
           MOVE PM-GROSS-ANNUAL-PREMIUM TO BI-GROSS-ANNUAL-PREMIUM
           MOVE PM-TAX-AMOUNT TO BI-TAX-AMOUNT
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO BI-TOTAL-ANNUAL-PREMIUM
           MOVE PM-MODAL-PREMIUM TO BI-MODAL-PREMIUM
           PERFORM VARYING WS-BENEF-IDX FROM 1 BY 1
               UNTIL WS-BENEF-IDX > 4
               MOVE PM-POLICY-ID TO BN-POLICY-ID
               MOVE WS-BENEF-IDX TO BN-BENEF-SEQ
               READ BENEPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BN-BENEF-ACTIVE
                           MOVE BN-BENEFICIARY-NAME
                               TO BI-BENEF-NAME(WS-BENEF-IDX)
                           MOVE BN-BENEFICIARY-RELATION
                               TO BI-BENEF-RELATION(WS-BENEF-IDX)
                           MOVE BN-PERCENT-SHARE
                               TO BI-BENEF-PERCENT(WS-BENEF-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------*
      * 2100 - CHANGE PLAN             (SV-401 THRU SV-403)          *
      *---------------------------------------------------------------*
           MOVE 'POLICY REINSTATED' TO WS-RESULT-MESSAGE.

      *---------------------------------------------------------------*
      * 2700 - PROCESS LOAN ISSUE      (SV-1101 THRU SV-1103)        *
      *---------------------------------------------------------------*
       2700-PROCESS-LOAN-ISSUE.
      * SV-1101: REQUEST AMOUNT REQUIRED
               EXIT PARAGRAPH
           END-IF
           ADD PM-LOAN-REQUEST-AMOUNT TO PM-POLICY-LOAN-BALANCE
      * SV-1103: THE ADVANCE APPEARS ON THE LOAN YEAR STATEMENT
           ADD PM-LOAN-REQUEST-AMOUNT TO PM-LOAN-YTD-ADVANCES
           ADD 500 TO PM-SERVICE-FEE-CHARGED
           MOVE 'AP' TO PM-AMENDMENT-STATUS
           MOVE 0 TO WS-RESULT-CODE
                       * WS-LOAN-DAYS / 365
                   ADD WS-LOAN-ACCRUED-INTEREST TO
                       PM-POLICY-LOAN-BALANCE
                   ADD WS-LOAN-ACCRUED-INTEREST TO
                       PM-LOAN-YTD-INTEREST
               END-IF
           END-IF
      * SV-1301: ADVANCE THE ACCRUAL BASELINE ITSELF, NOT THE
           MOVE PM-PROCESS-DATE TO PM-LOAN-LAST-ACCRUAL-DATE.

      *---------------------------------------------------------------*
      * 2800 - PROCESS LOAN REPAYMENT  (SV-1201 THRU SV-1203)        *
      *---------------------------------------------------------------*
       2800-PROCESS-LOAN-REPAYMENT.
           PERFORM 2750-ACCRUE-LOAN-INTEREST
               EXIT PARAGRAPH
           END-IF
           SUBTRACT PM-LOAN-REQUEST-AMOUNT FROM PM-POLICY-LOAN-BALANCE
      * SV-1203: THE REPAYMENT APPEARS ON THE LOAN YEAR STATEMENT
           ADD PM-LOAN-REQUEST-AMOUNT TO PM-LOAN-YTD-REPAYMENTS
           MOVE 'AP' TO PM-AMENDMENT-STATUS
           MOVE 0 TO WS-RESULT-CODE
           MOVE 'POLICY LOAN REPAYMENT APPLIED' TO WS-RESULT-MESSAGE.

      *---------------------------------------------------------------*
      * 2850 - PROCESS VOLUNTARY CANCELLATION (SV-1401 THRU SV-1405)  *
      *---------------------------------------------------------------*
       2850-PROCESS-CANCELLATION.
      * SV-1401: ONLY ACTIVE OR GRACE POLICIES MAY BE CANCELLED - A
      *          FROM THE INSURED'S AGGREGATE EXPOSURE
           PERFORM 8620-RELEASE-CLIENT-EXPOSURE
           PERFORM 8200-WRITE-NOTICE-EXTRACT
      * SV-1405: CANCELLED BEFORE THE FIRST ANNIVERSARY - CHARGE BACK
      *          THE FIRST-YEAR COMMISSION THE PREMIUM NO LONGER
      *          COVERS (COMMCALC CM-104)
           PERFORM 8150-CHARGEBACK-FIRST-YEAR
           MOVE 0 TO WS-RESULT-CODE
           MOVE 'POLICY CANCELLED AT POLICYHOLDER REQUEST'
               TO WS-RESULT-MESSAGE.
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * SV-1503: THE INSURED AND EVERY NAME ON THE NEW DESIGNATION ARE
      *          SCREENED AGAINST THE SANCTIONS WATCH LIST. A POSSIBLE
      *          MATCH IS PARKED ON THE COMPLIANCE HOLD QUEUE WITH THE
      *          REQUESTED DESIGNATION - SANHMNT RE-DRIVES THIS SVC ID
      *          WHEN IT IS CLEARED. NEITHER OUTCOME MARKS THE
      *          TRANSACTION COMPLETE.
           PERFORM 2875-SCREEN-BENEF-CHANGE
           IF WS-SCR-ITEM-HELD
               MOVE 'PE' TO PM-AMENDMENT-STATUS
               MOVE 38 TO WS-RESULT-CODE
               MOVE 'BENEFICIARY CHANGE: HELD FOR COMPLIANCE REVIEW'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-ITEM-BLOCKED
               MOVE 'RJ' TO PM-AMENDMENT-STATUS
               MOVE 39 TO WS-RESULT-CODE
               MOVE 'BENEFICIARY CHANGE: CONFIRMED WATCH-LIST MATCH'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8400-WRITE-BENEFICIARY-ROWS
           MOVE 'AP' TO PM-AMENDMENT-STATUS
           MOVE 0 TO WS-RESULT-CODE
           MOVE 'BENEFICIARY DESIGNATION UPDATED'
               TO WS-RESULT-MESSAGE.

      *---------------------------------------------------------------*
      * 2875 - SCREEN THE INSURED AND THE NEW DESIGNATION (SV-1503)   *
      *        ONE HOLD ITEM PER SVC TRANSACTION                      *
      *---------------------------------------------------------------*
       2875-SCREEN-BENEF-CHANGE.
           MOVE 'SVCBILB' TO WS-SCR-PROGRAM
           MOVE 'BC' TO WS-SCR-SOURCE
           MOVE PM-POLICY-ID TO WS-SCR-POLICY-ID
           MOVE LK-SVC-ID TO WS-SCR-REF-ID
           MOVE PM-SUM-ASSURED TO WS-SCR-AMOUNT
           PERFORM 8250-START-SCREENING
           MOVE 'IN' TO WS-SCR-PARTY-ROLE
           MOVE 0 TO WS-SCR-PARTY-SEQ
           MOVE PM-INSURED-NAME TO WS-SCR-PARTY-NAME
           PERFORM 8260-SCREEN-PARTY
           MOVE 'BN' TO WS-SCR-PARTY-ROLE
           PERFORM VARYING WS-BENEF-IDX FROM 1 BY 1
               UNTIL WS-BENEF-IDX > 4
               MOVE WS-BENEF-IDX TO WS-SCR-PARTY-SEQ
               MOVE PM-BENEF-NAME(WS-BENEF-IDX) TO WS-SCR-PARTY-NAME
               PERFORM 8260-SCREEN-PARTY
           END-PERFORM
           PERFORM 8270-END-SCREENING.

      *---------------------------------------------------------------*
      * 2900 - MARK SVCPF TRANSACTION COMPLETE (SV-001)               *
      *        PERFORMED ONLY AFTER A SUCCESSFUL AMENDMENT, SO A      *
           MOVE LK-POLICY-ID TO SVC-POL-ID
           MOVE 'Y' TO SVC-COMPLETE-FLAG
           MOVE WS-CURR-DATE TO SVC-COMPLETE-DATE
           IF PM-AMD-REVERSAL
               MOVE WS-REVERSE-SVC-ID TO SVC-REVERSE-OF-SVC-ID
           ELSE
               MOVE SPACES TO SVC-REVERSE-OF-SVC-ID
           END-IF
           MOVE SPACES TO SVC-REVERSED-BY-SVC-ID
           MOVE 0 TO SVC-REVERSED-DATE
           WRITE SVC-RECORD
               INVALID KEY
                   REWRITE SVC-RECORD
           END-WRITE.

      *---------------------------------------------------------------*
      * 2910 - WRITE THE BEFORE-IMAGE OF AN APPLIED AMENDMENT         *
      *        (SV-1701) - WITH WHAT IT POSTED, FOR A REVERSAL TO     *
      *        OFFSET: THE FEE IT ADDED AND THE PREMIUM DELTA 3100    *
      *        COMMISSIONED (ZERO WHERE THERE WAS NO REPRICE) - AND   *
      *        THE PREMIUM AND RIDERS IT LEFT, FOR A REVERSAL TO TEST *
      *---------------------------------------------------------------*
       2910-WRITE-BEFORE-IMAGE.
           MOVE PM-PROCESS-DATE TO BI-APPLIED-DATE
           MOVE 'A' TO BI-IMAGE-STATUS
           MOVE SPACES TO BI-REVERSAL-SVC-ID
           MOVE 0 TO BI-REVERSAL-DATE
           IF PM-SERVICE-FEE-CHARGED > WS-OLD-SERVICE-FEE
               COMPUTE BI-FEE-CHARGED =
                   PM-SERVICE-FEE-CHARGED - WS-OLD-SERVICE-FEE
           ELSE
               MOVE 0 TO BI-FEE-CHARGED
           END-IF
           MOVE PM-PREMIUM-DELTA TO BI-COMM-BASIS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO BI-NEW-TOTAL-PREMIUM
           MOVE PM-LAST-ANNIV-RERATE-DATE TO BI-RERATE-DATE
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
               UNTIL WS-RIDER-IDX > 10
               MOVE PM-RIDER-CODE(WS-RIDER-IDX)
                   TO BI-AFTER-RIDER-CODE(WS-RIDER-IDX)
               MOVE PM-RIDER-SUM-ASSURED(WS-RIDER-IDX)
                   TO BI-AFTER-RIDER-SA(WS-RIDER-IDX)
               MOVE PM-RIDER-STATUS(WS-RIDER-IDX)
                   TO BI-AFTER-RIDER-STATUS(WS-RIDER-IDX)
           END-PERFORM
           WRITE SVCBIM-RECORD
               INVALID KEY
                   REWRITE SVCBIM-RECORD
           END-WRITE.

      *---------------------------------------------------------------*
      * 2950 - REVERSE AN APPLIED AMENDMENT  (SV-1702 THRU SV-1709)   *
      *        PUTS THE POLICY BACK EXACTLY AS THE AMENDMENT FOUND    *
      *        IT, FROM ITS BEFORE-IMAGE - NO REPRICE, SO TODAY'S     *
      *        RATES CANNOT CREEP IN - AND OFFSETS WHAT IT POSTED.    *
      *        NO SERVICE FEE - A REVERSAL IS A FREE TRANSACTION.     *
      *---------------------------------------------------------------*
       2950-REVERSE-AMENDMENT.
      * SV-1702: THE SVC ID MUST BE AN AMENDMENT APPLIED TO THIS
      *          POLICY, NOT ALREADY REVERSED
           PERFORM 2960-SCAN-BEFORE-IMAGES
           IF WS-BIM-FOUND-SEQ = 0
               MOVE 40 TO WS-RESULT-CODE
               MOVE 'REVERSAL: NO APPLIED AMENDMENT FOR THAT SVC ID'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE PM-POLICY-ID TO BI-POLICY-ID
           MOVE WS-BIM-FOUND-SEQ TO BI-IMAGE-SEQ
           READ SVCBIMPF
               INVALID KEY
                   MOVE 40 TO WS-RESULT-CODE
                   MOVE 'REVERSAL: NO APPLIED AMENDMENT FOR THAT SVC ID'
                       TO WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF BI-IMAGE-REVERSED
               MOVE 41 TO WS-RESULT-CODE
               MOVE 'REVERSAL: AMENDMENT ALREADY REVERSED'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * SV-1703: ONLY THE CONTRACT CHANGES CAN BE TAKEN BACK - A
      *          REINSTATEMENT, LOAN MOVEMENT OR CANCELLATION HAS
      *          MOVED CASH OR STATUS AND IS UNDONE BY ITS OWN
      *          OPPOSITE TRANSACTION
           IF BI-AMENDMENT-TYPE NOT = 'PL' AND
              BI-AMENDMENT-TYPE NOT = 'SA' AND
              BI-AMENDMENT-TYPE NOT = 'BM' AND
              BI-AMENDMENT-TYPE NOT = 'AR' AND
              BI-AMENDMENT-TYPE NOT = 'RR' AND
              BI-AMENDMENT-TYPE NOT = 'BC'
               MOVE 42 TO WS-RESULT-CODE
               MOVE 'REVERSAL: AMENDMENT TYPE CANNOT BE REVERSED'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * SV-1704: NOTHING MAY HAVE CHANGED THE POLICY SINCE - NO LATER
      *          AMENDMENT STILL STANDING (ONE ITSELF REVERSED DOES
      *          NOT COUNT) AND NO ANNIVERSARY RE-RATE, EITHER OF
      *          WHICH THE BEFORE-IMAGE WOULD SILENTLY UNDO
           IF WS-BIM-LATER-AMENDMENT
               MOVE 43 TO WS-RESULT-CODE
               MOVE 'REVERSAL: A LATER AMENDMENT HAS TOUCHED THE POLICY'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PM-LAST-ANNIV-RERATE-DATE NOT = BI-RERATE-DATE
               MOVE 44 TO WS-RESULT-CODE
               MOVE 'REVERSAL: POLICY RE-RATED SINCE THE AMENDMENT'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * SV-1709: NOR MAY ANYTHING OUTSIDE SERVICING HAVE MOVED THE
      *          PREMIUM OR THE RIDERS THE AMENDMENT LEFT - A CLAIM
      *          SETTLEMENT THAT ENDED A RIDER OR A WAIVER WOULD
      *          OTHERWISE BE SILENTLY UNDONE BY THE RESTORE
           PERFORM 2957-CHECK-AFTER-IMAGE
           IF WS-BIM-POLICY-CHANGED
               MOVE 45 TO WS-RESULT-CODE
               MOVE 'REVERSAL: PREMIUM OR RIDERS CHANGED'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * SV-1705: OFFSETTING COMMISSION - THE ORIGINAL'S PREMIUM DELTA
      *          NEGATED, PRICED ON THE PLAN AND POLICY YEAR THE
      *          ORIGINAL WAS (THE PLAN IS STILL THE AMENDED ONE HERE),
      *          SO THE ROW CANCELS THE ORIGINAL'S EXACTLY
           IF BI-COMM-BASIS NOT = 0
               MOVE 'RV' TO WS-COMM-ACTION-TYPE
               COMPUTE WS-COMM-BASIS = 0 - BI-COMM-BASIS
               MOVE BI-APPLIED-DATE TO WS-COMM-YEAR-DATE
               PERFORM 8100-CALCULATE-COMMISSION
           END-IF
      * SV-1706: PUT THE POLICY BACK
           PERFORM 2955-RESTORE-BEFORE-IMAGE
      * SV-1707: HAND BACK THE FEE - 7000 POSTS THE 'FR' GL ROW FROM
      *          THE FALL IN PM-SERVICE-FEE-CHARGED
           IF BI-FEE-CHARGED > PM-SERVICE-FEE-CHARGED
               MOVE 0 TO PM-SERVICE-FEE-CHARGED
           ELSE
               SUBTRACT BI-FEE-CHARGED FROM PM-SERVICE-FEE-CHARGED
           END-IF
      * SV-1708: FLAG THE BEFORE-IMAGE AND THE ORIGINAL'S SVCPF ROW
      *          REVERSED SO NEITHER CAN BE USED AGAIN
           MOVE 'R' TO BI-IMAGE-STATUS
           MOVE LK-SVC-ID TO BI-REVERSAL-SVC-ID
           MOVE WS-CURR-DATE TO BI-REVERSAL-DATE
           REWRITE SVCBIM-RECORD
           PERFORM 2970-MARK-ORIGINAL-REVERSED
           MOVE 'AP' TO PM-AMENDMENT-STATUS
           MOVE 0 TO WS-RESULT-CODE
           MOVE 'AMENDMENT REVERSED - POLICY RESTORED'
               TO WS-RESULT-MESSAGE.

      *---------------------------------------------------------------*
      * 2955 - RESTORE THE POLICY FROM THE BEFORE-IMAGE (SV-1706)     *
      *        ONLY THE FIELDS THE AMENDMENT TYPE CHANGED ARE PUT     *
      *        BACK - THE SERVICING AGENT, WOP, CLAIM AND LOAN FIELDS *
      *        AND EVERYTHING ELSE STAY AS THEY ARE NOW. A REPRICING  *
      *        TYPE (PL/SA/AR/RR) RESTORES ITS OWN CHANGE WITH THE    *
      *        RATING FACTORS, RIDER PRICING AND PREMIUM IT REPRICED; *
      *        A MODE CHANGE ONLY THE MODE AND MODAL PREMIUM; A       *
      *        BENEFICIARY CHANGE ONLY THE DESIGNATION, RE-POSTED TO  *
      *        BENEPF (BENFLOG 8400 RETIRES ANY ROW IT DROPS).        *
      *---------------------------------------------------------------*
       2955-RESTORE-BEFORE-IMAGE.
           EVALUATE BI-AMENDMENT-TYPE
               WHEN 'PL'
                   MOVE BI-PLAN-CODE TO PM-PLAN-CODE
                   MOVE BI-PLAN-PARAMETERS TO PM-PLAN-PARAMETERS
                   MOVE BI-TERM-YEARS TO PM-TERM-YEARS
                   PERFORM 2956-RESTORE-PRICING
               WHEN 'SA'
                   MOVE BI-SUM-ASSURED TO PM-SUM-ASSURED
                   PERFORM 2956-RESTORE-PRICING
               WHEN 'AR'
               WHEN 'RR'
                   PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
                       UNTIL WS-RIDER-IDX > 10
                       MOVE BI-RIDER-CODE(WS-RIDER-IDX)
                           TO PM-RIDER-CODE(WS-RIDER-IDX)
                       MOVE BI-RIDER-SUM-ASSURED(WS-RIDER-IDX)
                           TO PM-RIDER-SUM-ASSURED(WS-RIDER-IDX)
                       MOVE BI-RIDER-STATUS(WS-RIDER-IDX)
                           TO PM-RIDER-STATUS(WS-RIDER-IDX)
                   END-PERFORM
                   PERFORM 2956-RESTORE-PRICING
               WHEN 'BM'
                   MOVE BI-BILLING-MODE TO PM-BILLING-MODE
                   MOVE BI-MODAL-PREMIUM TO PM-MODAL-PREMIUM
               WHEN 'BC'
                   MOVE BI-BENEF-DESIGNATION TO PM-BENEF-DESIGNATION
                   PERFORM 8400-WRITE-BENEFICIARY-ROWS
           END-EVALUATE
           COMPUTE PM-PREMIUM-DELTA =
               PM-TOTAL-ANNUAL-PREMIUM - WS-OLD-TOTAL-PREMIUM.

      *---------------------------------------------------------------*
      * 2956 - RESTORE WHAT A REPRICE SET (SV-1706) - THE FIELDS 3100 *
      *        WROTE: RATING FACTORS, EACH RIDER'S RATE AND PREMIUM,  *
      *        AND THE PREMIUM TOTALS                                 *
      *---------------------------------------------------------------*
       2956-RESTORE-PRICING.
           MOVE BI-BASE-MORTALITY-RATE TO PM-BASE-MORTALITY-RATE
           MOVE BI-GENDER-FACTOR TO PM-GENDER-FACTOR
           MOVE BI-SMOKER-FACTOR TO PM-SMOKER-FACTOR
           MOVE BI-OCCUPATION-FACTOR TO PM-OCCUPATION-FACTOR
           MOVE BI-UW-FACTOR TO PM-UW-FACTOR
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
               UNTIL WS-RIDER-IDX > 10
               MOVE BI-RIDER-RATE(WS-RIDER-IDX)
                   TO PM-RIDER-RATE(WS-RIDER-IDX)
               MOVE BI-RIDER-ANNUAL-PREM(WS-RIDER-IDX)
                   TO PM-RIDER-ANNUAL-PREM(WS-RIDER-IDX)
           END-PERFORM
           MOVE BI-BASE-ANNUAL-PREMIUM TO PM-BASE-ANNUAL-PREMIUM
           MOVE BI-RIDER-ANNUAL-TOTAL TO PM-RIDER-ANNUAL-TOTAL
           MOVE BI-GROSS-ANNUAL-PREMIUM TO PM-GROSS-ANNUAL-PREMIUM
           MOVE BI-TAX-AMOUNT TO PM-TAX-AMOUNT
           MOVE BI-TOTAL-ANNUAL-PREMIUM TO PM-TOTAL-ANNUAL-PREMIUM
           MOVE BI-MODAL-PREMIUM TO PM-MODAL-PREMIUM.

      *---------------------------------------------------------------*
      * 2957 - COMPARE THE POLICY WITH THE AFTER-IMAGE   (SV-1709)    *
      *        THE TOTAL PREMIUM AND EVERY RIDER'S CODE, SUM ASSURED  *
      *        AND STATUS MUST STILL BE AS THE AMENDMENT LEFT THEM    *
      *---------------------------------------------------------------*
       2957-CHECK-AFTER-IMAGE.
           MOVE 'N' TO WS-BIM-CHANGED-FLAG
           IF PM-TOTAL-ANNUAL-PREMIUM NOT = BI-NEW-TOTAL-PREMIUM
               MOVE 'Y' TO WS-BIM-CHANGED-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
               UNTIL WS-RIDER-IDX > 10
               IF PM-RIDER-CODE(WS-RIDER-IDX) NOT =
                      BI-AFTER-RIDER-CODE(WS-RIDER-IDX) OR
                  PM-RIDER-SUM-ASSURED(WS-RIDER-IDX) NOT =
                      BI-AFTER-RIDER-SA(WS-RIDER-IDX) OR
                  PM-RIDER-STATUS(WS-RIDER-IDX) NOT =
                      BI-AFTER-RIDER-STATUS(WS-RIDER-IDX)
                   MOVE 'Y' TO WS-BIM-CHANGED-FLAG
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 2960 - SCAN THE POLICY'S BEFORE-IMAGES IN SEQUENCE ORDER      *
      *        RETURNS THE HIGHEST SEQUENCE USED (WS-BIM-LAST-SEQ),   *
      *        THE SEQUENCE OF WS-REVERSE-SVC-ID'S IMAGE IF ONE IS    *
      *        ASKED FOR (WS-BIM-FOUND-SEQ, ZERO IF NONE) AND WHETHER *
      *        AN APPLIED, UNREVERSED AMENDMENT FOLLOWS IT            *
      *        (WS-BIM-LATER-AMENDMENT)                               *
      *---------------------------------------------------------------*
       2960-SCAN-BEFORE-IMAGES.
           MOVE 0 TO WS-BIM-LAST-SEQ
           MOVE 0 TO WS-BIM-FOUND-SEQ
           MOVE 'N' TO WS-BIM-LATER-FLAG
           MOVE 'N' TO WS-BIM-EOF-FLAG
           MOVE PM-POLICY-ID TO BI-POLICY-ID
           MOVE 0 TO BI-IMAGE-SEQ
           START SVCBIMPF KEY NOT LESS THAN BI-IMAGE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BIM-EOF-FLAG
           END-START
           PERFORM UNTIL WS-BIM-EOF
               READ SVCBIMPF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BIM-EOF-FLAG
               END-READ
               IF NOT WS-BIM-EOF AND BI-POLICY-ID NOT = PM-POLICY-ID
                   MOVE 'Y' TO WS-BIM-EOF-FLAG
               END-IF
               IF NOT WS-BIM-EOF
                   MOVE BI-IMAGE-SEQ TO WS-BIM-LAST-SEQ
                   IF WS-BIM-FOUND-SEQ > 0 AND BI-IMAGE-APPLIED
                       MOVE 'Y' TO WS-BIM-LATER-FLAG
                   END-IF
                   IF WS-REVERSE-SVC-ID NOT = SPACES AND
                      BI-SVC-ID = WS-REVERSE-SVC-ID
                       MOVE BI-IMAGE-SEQ TO WS-BIM-FOUND-SEQ
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 2970 - MARK THE ORIGINAL SVCPF ROW REVERSED   (SV-1708)       *
      *        IT STAYS PROCESSED, SO A RESTART STILL SKIPS IT        *
      *---------------------------------------------------------------*
       2970-MARK-ORIGINAL-REVERSED.
           MOVE WS-REVERSE-SVC-ID TO SVC-SVC-ID
           READ SVCPF
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'R' TO SVC-COMPLETE-FLAG
           MOVE LK-SVC-ID TO SVC-REVERSED-BY-SVC-ID
           MOVE WS-CURR-DATE TO SVC-REVERSED-DATE
           REWRITE SVC-RECORD.

      *---------------------------------------------------------------*
      * 3100 - REPRICE POLICY          (SV-1001)                     *
      *---------------------------------------------------------------*
       7000-WRITE-GL-MOVEMENTS.
           MOVE PM-POLICY-ID TO WS-GLJ-POLICY-ID
           MOVE PM-CURRENCY-CODE TO WS-GLJ-CURRENCY
      * SV-1707: A REVERSAL HANDS BACK THE FEE ITS ORIGINAL CHARGED -
      *          THE OPPOSITE POSTING TO THE ORIGINAL'S 'FE' ROW
           IF PM-SERVICE-FEE-CHARGED < WS-OLD-SERVICE-FEE
               MOVE 'FR' TO WS-GLJ-TRANS-TYPE
               MOVE 'FEEINC  ' TO WS-GLJ-DEBIT-ACCT
               MOVE 'FEERECV ' TO WS-GLJ-CREDIT-ACCT
               COMPUTE WS-GLJ-AMOUNT =
                   WS-OLD-SERVICE-FEE - PM-SERVICE-FEE-CHARGED
               PERFORM 8800-WRITE-GL-JOURNAL
           END-IF
           IF PM-SERVICE-FEE-CHARGED > WS-OLD-SERVICE-FEE
               MOVE 'FE' TO WS-GLJ-TRANS-TYPE
               MOVE 'FEERECV ' TO WS-GLJ-DEBIT-ACCT
       COPY AUDITLOG.

      *---------------------------------------------------------------*
      * 8100 THRU 8150 - COMMISSION CALCULATION AND CHARGEBACK        *
      * SHARED WITH NBUWB/NBINTKB VIA COPYBOOK COMMCALC               *
      *---------------------------------------------------------------*
       COPY COMMCALC.
      * SHARED SYSTEM-WIDE VIA COPYBOOK BILLMODE                      *
      *---------------------------------------------------------------*
       COPY BILLMODE.

      *---------------------------------------------------------------*
      * 8250/8260/8270 - SANCTIONS WATCH-LIST SCREENING                *
      * SHARED WITH NBUWB/NBINTKB AND THE DISBURSEMENT EXTRACTS VIA   *
      * COPYBOOK SANSCRN                                              *
      *---------------------------------------------------------------*
       COPY SANSCRN.

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
