      *===============================================================*
      * PROGRAM:   POLCHKB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-22                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-06-26 - PC06 TESTS WOP01 AGAINST THE SHARED  *
      *            RIDER EXPIRY AGE; NO LIMIT FOR ADB01 OR CI001     *
      *---------------------------------------------------------------*
      * POLICY MASTER INTEGRITY AUDIT                                 *
      * DOMAIN:  TERM LIFE - SERVICING AND BILLING                   *
      * PURPOSE: POLMST RECORDS THAT CONTRADICT THEMSELVES SURFACE   *
      *          MONTHS LATER AS A WRONG BILL OR A FAILED CLAIM.     *
      *          THIS BATCH RUNS A CATALOGUE OF CONSISTENCY RULES    *
      *          OVER EVERY POLMST RECORD AND WRITES A RULE-CODED    *
      *          EXCEPTION REPORT WITH A COUNT PER RULE, SO          *
      *          OPERATIONS CAN FIX THE DATA BEFORE THE NIGHTLY      *
      *          CHAIN ACTS ON IT:                                    *
      *            PC01 PREMIUM DOES NOT MATCH A RATETAB REPRICE     *
      *            PC02 ACTIVE BENEPF SHARES DO NOT TOTAL 100        *
      *            PC03 IN FORCE WITH PAID-TO WELL PAST GRACE        *
      *            PC04 POLICY LOAN OVER THE LOAN LIMIT              *
      *            PC05 EXPIRY DATE PAST THE MATURITY AGE            *
      *            PC06 WOP01 ACTIVE PAST THE RIDER EXPIRY AGE       *
      *          READ-ONLY - POLMST AND BENEPF ARE OPENED INPUT AND  *
      *          NOTHING IS WRITTEN BACK; NO AUDIT OR GL ROWS.       *
      *---------------------------------------------------------------*
      * CALLED BY: RUNPCHK (CL - WEEKLY, OUTSIDE THE DLYUPD BALANCE  *
      *            WINDOW)                                            *
      * FILES:     POLMST (INPUT INDEXED, ACCESS SEQUENTIAL)         *
      *            RATETAB (INPUT INDEXED, ACCESS SEQUENTIAL)        *
      *            BENEPF (INPUT INDEXED, ACCESS RANDOM)             *
      *            POLCHKRP (OUTPUT SEQUENTIAL - EXCEPTION REPORT)   *
      * COPYBOOK:  POLDATA, RATEDATA, RATEWRK, RATELOAD, RATEFACT,   *
      *            BENFDATA, DATEWRK, DATECALC, RDRWRK (QCPYSRC)     *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCHKB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-05-22.

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
           SELECT RATETAB
               ASSIGN TO DATABASE-RATETAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATETAB-STATUS.
           SELECT BENEPF
               ASSIGN TO DATABASE-BENEPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BN-BENEF-KEY
               FILE STATUS IS WS-BENEPF-STATUS.
           SELECT POLCHKRP
               ASSIGN TO DATABASE-POLCHKRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  RATETAB.
       COPY RATEDATA.
       FD  BENEPF.
       COPY BENFDATA.
       FD  POLCHKRP.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RATEWRK.
       COPY DATEWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-BENEPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-RESULT-CODE            PIC 9(02) VALUE 0.
       77  WS-RESULT-MESSAGE         PIC X(100) VALUE SPACES.
      * PC-301: DAYS PAST GRACE BEFORE AN IN-FORCE STATUS IS CALLED
      *         WRONG - SVCSWPB LAPSES NIGHTLY, SO THIS ONLY ALLOWS
      *         FOR A MISSED RUN OR TWO
       77  WS-GRACE-MARGIN-DAYS      PIC 9(03) VALUE 15.
      * PC-401: THE SVCBILB SV-1102 / LOANANVB LA-401 LOAN LIMIT
       77  WS-LOAN-MAX-PERCENT       PIC 9(01)V9999 VALUE 0.8000.
       77  WS-MAX-LOAN-AMOUNT        PIC 9(13)V99 VALUE 0.
       77  WS-DAYS-SINCE-PAID        PIC S9(08) VALUE 0.
       77  WS-LATEST-EXPIRY          PIC 9(08) VALUE 0.
       77  WS-BENEF-IDX              PIC 9(02) VALUE 0.
       77  WS-BENEF-COUNT            PIC 9(02) VALUE 0.
       77  WS-BENEF-PERCENT-TOTAL    PIC 9(05)V99 VALUE 0.
       77  WS-RIDER-IDX              PIC 9(02) VALUE 0.
       77  WS-RECORDED-PREMIUM       PIC 9(13)V99 VALUE 0.
       77  WS-REPRICED-PREMIUM       PIC 9(13)V99 VALUE 0.
       77  WS-FLAT-EXTRA-AMOUNT      PIC 9(13)V99 VALUE 0.
       77  WS-RERATE-DATE            PIC 9(08) VALUE 0.
       77  WS-PRICE-EPOCH            PIC 9(02) VALUE 0.
       77  WS-EPOCH-IDX              PIC 9(02) VALUE 0.
       77  WS-EPOCH-SHIFT            PIC 9(02) VALUE 0.
       77  WS-EPOCH-MAX              PIC 9(02) VALUE 40.
       77  WS-EPOCH-OVERFLOW-FLAG    PIC X VALUE 'N'.
           88  WS-EPOCH-OVERFLOW     VALUE 'Y'.
       77  WS-PREMIUM-MATCH-FLAG     PIC X VALUE 'N'.
           88  WS-PREMIUM-MATCHES    VALUE 'Y'.
       77  WS-POLICY-FLAGGED-FLAG    PIC X VALUE 'N'.
           88  WS-POLICY-FLAGGED     VALUE 'Y'.
       77  WS-EXC-RULE               PIC X(04) VALUE SPACES.
       77  WS-EXC-TEXT               PIC X(24) VALUE SPACES.
       77  WS-EDIT-AMOUNT            PIC Z(9)9.99.
       77  WS-EDIT-NUMBER            PIC Z(12)9.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-FLAGGED          PIC 9(07) VALUE 0.
       77  WS-COUNT-EXCEPTIONS       PIC 9(07) VALUE 0.
       77  WS-COUNT-QUOTED           PIC 9(07) VALUE 0.
       77  WS-COUNT-PREMIUM          PIC 9(07) VALUE 0.
       77  WS-COUNT-BENEF            PIC 9(07) VALUE 0.
       77  WS-COUNT-GRACE            PIC 9(07) VALUE 0.
       77  WS-COUNT-LOAN             PIC 9(07) VALUE 0.
       77  WS-COUNT-EXPIRY           PIC 9(07) VALUE 0.
       77  WS-COUNT-RIDER            PIC 9(07) VALUE 0.

      * PC-101: EVERY DISTINCT RATETAB EFFECTIVE DATE UP TO TODAY, IN
      * ASCENDING ORDER, WITH THE RESOLVED RATE TABLE IN FORCE FROM
      * THAT DATE - EACH AN IMAGE OF WS-RATE-FACTOR-TABLE (COPYBOOK
      * RATEWRK), MOVED BACK INTO IT BEFORE A POLICY IS REPRICED
       01  WS-EPOCH-TABLE.
           05  WS-EPOCH-COUNT        PIC 9(02) VALUE 0.
           05  WS-EPOCH-ENTRY OCCURS 40 TIMES.
               10  WS-EPOCH-DATE         PIC 9(08).
               10  WS-EPOCH-RATES        PIC X(1323).

      * PC-601: THE AGE AT WHICH WOP01 COVER ENDS - THE SAME
      * DEFINITION ANNIVB ENDS THE RIDER AT. ONLY WOP01 HAS AN AGE
      * LIMIT; NO PROCESS ENDS ADB01 OR CI001 ON AGE, SO THEY ARE
      * NOT TESTED.
       COPY RDRWRK.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'POLCHKB - POLICY MASTER INTEGRITY AUDIT'.
       01  WS-RPT-DATE-LINE.
           05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
           05  RP-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(62) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                PIC X(40) VALUE
               'POLICY ID    ST RULE DESCRIPTION        '.
           05  FILLER                PIC X(40) VALUE
               '          RECORDED      EXPECTED'.

       01  WS-RPT-DETAIL.
           05  RD-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-STATUS             PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-RULE               PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-TEXT               PIC X(24).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-RECORDED           PIC X(13) JUSTIFIED RIGHT.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-EXPECTED           PIC X(13) JUSTIFIED RIGHT.
           05  FILLER                PIC X(07) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN INPUT POLMST
           OPEN INPUT BENEPF
           OPEN OUTPUT POLCHKRP
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CURR-DATE TO RP-RUN-DATE
           MOVE WS-RPT-DATE-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0100-LOAD-RATE-EPOCHS
           IF WS-EPOCH-OVERFLOW
               MOVE
               'RATETAB HAS TOO MANY EFFECTIVE DATES - PC01 NOT RUN'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-POLICY
           PERFORM UNTIL WS-EOF
               PERFORM 0300-AUDIT-ONE-POLICY
               PERFORM 0200-READ-NEXT-POLICY
           END-PERFORM
           PERFORM 0900-WRITE-SUMMARY
           CLOSE POLMST
           CLOSE BENEPF
           CLOSE POLCHKRP
           GOBACK.

      *---------------------------------------------------------------*
      * 0100 - RESOLVE THE RATE TABLE AT EVERY EFFECTIVE DATE         *
      *        (PC-102)                                               *
      *---------------------------------------------------------------*
       0100-LOAD-RATE-EPOCHS.
      * PC-102: ONE PASS COLLECTS THE DISTINCT EFFECTIVE DATES IN
      *         FORCE BY TODAY; RATETAB IS THEN RE-OPENED AND 1150
      *         RESOLVED AS OF EACH ONE. A STAGED FUTURE ROW HAS
      *         PRICED NOTHING YET AND IS LEFT OUT
           OPEN INPUT RATETAB
           MOVE 'N' TO WS-RATETAB-EOF-FLAG
           PERFORM 1160-READ-NEXT-RATE
           PERFORM UNTIL WS-RATETAB-EOF
               IF RT-EFFECTIVE-DATE <= WS-CURR-DATE
                   PERFORM 0110-POST-EPOCH-DATE
               END-IF
               PERFORM 1160-READ-NEXT-RATE
           END-PERFORM
           CLOSE RATETAB
           IF WS-EPOCH-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EPOCH-IDX FROM 1 BY 1
               UNTIL WS-EPOCH-IDX > WS-EPOCH-COUNT
               OPEN INPUT RATETAB
               MOVE WS-EPOCH-DATE(WS-EPOCH-IDX) TO WS-RATE-AS-OF-DATE
               PERFORM 1150-LOAD-RATE-TABLE
               MOVE WS-RATE-FACTOR-TABLE
                   TO WS-EPOCH-RATES(WS-EPOCH-IDX)
               CLOSE RATETAB
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0110 - ADD ONE EFFECTIVE DATE TO THE EPOCH LIST, KEEPING IT   *
      *        IN ASCENDING ORDER                                     *
      *---------------------------------------------------------------*
       0110-POST-EPOCH-DATE.
           PERFORM VARYING WS-EPOCH-IDX FROM 1 BY 1
               UNTIL WS-EPOCH-IDX > WS-EPOCH-COUNT
               OR WS-EPOCH-DATE(WS-EPOCH-IDX) >= RT-EFFECTIVE-DATE
               CONTINUE
           END-PERFORM
           IF WS-EPOCH-IDX <= WS-EPOCH-COUNT
               IF WS-EPOCH-DATE(WS-EPOCH-IDX) = RT-EFFECTIVE-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-EPOCH-COUNT >= WS-EPOCH-MAX
               MOVE 'Y' TO WS-EPOCH-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EPOCH-SHIFT FROM WS-EPOCH-COUNT BY -1
               UNTIL WS-EPOCH-SHIFT < WS-EPOCH-IDX
               MOVE WS-EPOCH-DATE(WS-EPOCH-SHIFT)
                   TO WS-EPOCH-DATE(WS-EPOCH-SHIFT + 1)
           END-PERFORM
           MOVE RT-EFFECTIVE-DATE TO WS-EPOCH-DATE(WS-EPOCH-IDX)
           ADD 1 TO WS-EPOCH-COUNT.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT POLICY IN KEY SEQUENCE                       *
      *---------------------------------------------------------------*
       0200-READ-NEXT-POLICY.
           READ POLMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - RUN THE RULE CATALOGUE OVER ONE POLICY                 *
      *---------------------------------------------------------------*
       0300-AUDIT-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
           MOVE 'N' TO WS-POLICY-FLAGGED-FLAG
      * AN APPLICATION STILL PENDING OR DECLINED HAS NO CONTRACT TO
      * CONTRADICT - ITS DATES AND PREMIUM WERE NEVER SET
           IF PM-STATUS-PENDING OR PM-STATUS-DECLINED
               EXIT PARAGRAPH
           END-IF
           PERFORM 0320-CHECK-BENEFICIARY-SHARES
           PERFORM 0350-CHECK-EXPIRY-DATE
           IF PM-STATUS-ACTIVE OR PM-STATUS-GRACE OR
              PM-STATUS-REINSTATED
               PERFORM 0330-CHECK-PAID-TO-DATE
               PERFORM 0340-CHECK-LOAN-LIMIT
               PERFORM 0360-CHECK-RIDER-AGES
      * PC01 LAST - THE REPRICE OVERWRITES THE RATING FACTORS AND
      * PREMIUM FIELDS IN THE RECORD AREA THE RULES ABOVE READ
               PERFORM 0310-CHECK-PREMIUM
           END-IF
           IF WS-POLICY-FLAGGED
               ADD 1 TO WS-COUNT-FLAGGED
           END-IF.

      *---------------------------------------------------------------*
      * 0310 - PC01 PREMIUM AGAINST A RATETAB REPRICE                 *
      *        (PC-101 THRU PC-104)                                   *
      *---------------------------------------------------------------*
       0310-CHECK-PREMIUM.
           IF WS-EPOCH-OVERFLOW
               EXIT PARAGRAPH
           END-IF
      * PC-103: A QUOTED PREMIUM HONOURED AT ISSUE (NBUWENG 1850)
      *         DIFFERS FROM THE RATES ON PURPOSE UNTIL THE FIRST
      *         ANNIVERSARY RE-RATE - NOT TESTED UNTIL THEN
           IF PM-QUOTE-ID NOT = SPACES AND
              PM-LAST-ANNIV-RERATE-DATE = 0
               ADD 1 TO WS-COUNT-QUOTED
               EXIT PARAGRAPH
           END-IF
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO WS-RECORDED-PREMIUM
      * PC-101: THE PREMIUM WAS LAST SET AT ISSUE OR AT THE LATEST
      *         ANNIVERSARY RE-RATE (ANNIVB), AT THE ATTAINED AGE AND
      *         THE RATES IN FORCE THAT DAY - OR BY A SERVICING
      *         AMENDMENT, AT THE RATES OF ITS OWN DAY. IT PASSES IF
      *         IT MATCHES A REPRICE AT EITHER THE RE-RATE DATE'S
      *         RATES OR TODAY'S
           IF PM-LAST-ANNIV-RERATE-DATE > PM-ISSUE-DATE
               MOVE PM-LAST-ANNIV-RERATE-DATE TO WS-RERATE-DATE
           ELSE
               MOVE PM-ISSUE-DATE TO WS-RERATE-DATE
           END-IF
           MOVE 'N' TO WS-PREMIUM-MATCH-FLAG
           MOVE 0 TO WS-REPRICED-PREMIUM
           MOVE 0 TO WS-PRICE-EPOCH
           PERFORM VARYING WS-EPOCH-IDX FROM 1 BY 1
               UNTIL WS-EPOCH-IDX > WS-EPOCH-COUNT
               OR WS-EPOCH-DATE(WS-EPOCH-IDX) > WS-RERATE-DATE
               MOVE WS-EPOCH-IDX TO WS-PRICE-EPOCH
           END-PERFORM
           IF WS-PRICE-EPOCH > 0
               PERFORM 0400-REPRICE-AT-EPOCH
           END-IF
           IF NOT WS-PREMIUM-MATCHES AND
              WS-EPOCH-COUNT > 0 AND
              WS-PRICE-EPOCH NOT = WS-EPOCH-COUNT
               MOVE WS-EPOCH-COUNT TO WS-PRICE-EPOCH
               PERFORM 0400-REPRICE-AT-EPOCH
           END-IF
           IF WS-PREMIUM-MATCHES
               EXIT PARAGRAPH
           END-IF
      * PC-104: NO RATE SET COULD PRICE IT (NO ROW IN FORCE THAT
      *         DAY, OR RC 28/29) - LISTED WITH A ZERO REPRICE
           ADD 1 TO WS-COUNT-PREMIUM
           MOVE 'PC01' TO WS-EXC-RULE
           IF WS-REPRICED-PREMIUM = 0
               MOVE 'PREMIUM CANNOT BE REPRICED' TO WS-EXC-TEXT
           ELSE
               MOVE 'PREMIUM NOT = REPRICE' TO WS-EXC-TEXT
           END-IF
           MOVE WS-RECORDED-PREMIUM TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RD-RECORDED
           MOVE WS-REPRICED-PREMIUM TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RD-EXPECTED
           PERFORM 0800-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * 0320 - PC02 ACTIVE BENEFICIARY SHARES TOTAL 100  (PC-201)     *
      *---------------------------------------------------------------*
       0320-CHECK-BENEFICIARY-SHARES.
      * PC-201: THE NB-207 RULE RE-TESTED ON THE ROWS BENEPF ACTUALLY
      *         HOLDS - ONLY ACTIVE ROWS COUNT; A POLICY WITH NO
      *         DESIGNATION AT ALL PAYS THE ESTATE AND IS NOT LISTED
           MOVE 0 TO WS-BENEF-COUNT
           MOVE 0 TO WS-BENEF-PERCENT-TOTAL
           PERFORM VARYING WS-BENEF-IDX FROM 1 BY 1
               UNTIL WS-BENEF-IDX > 4
               MOVE PM-POLICY-ID TO BN-POLICY-ID
               MOVE WS-BENEF-IDX TO BN-BENEF-SEQ
               READ BENEPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BN-BENEF-ACTIVE
                           ADD 1 TO WS-BENEF-COUNT
                           ADD BN-PERCENT-SHARE
                               TO WS-BENEF-PERCENT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BENEF-COUNT = 0 OR WS-BENEF-PERCENT-TOTAL = 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-BENEF
           MOVE 'PC02' TO WS-EXC-RULE
           MOVE 'BENEF SHARES NOT 100' TO WS-EXC-TEXT
           MOVE WS-BENEF-PERCENT-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RD-RECORDED
           MOVE 100 TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RD-EXPECTED
           PERFORM 0800-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * 0330 - PC03 IN FORCE WITH PAID-TO WELL PAST GRACE  (PC-301)   *
      *---------------------------------------------------------------*
       0330-CHECK-PAID-TO-DATE.
      * PC-301: SVCSWPB LAPSES A POLICY THE NIGHT IT PASSES ITS GRACE
      *         DAYS (SVCSTAT) AND WOPWAVB ADVANCES A WAIVED ONE, SO
      *         AN IN-FORCE STATUS THIS FAR OVERDUE WAS MISSED
           MOVE PM-PAID-TO-DATE TO WS-DC-DATE-1-N
           MOVE WS-CURR-DATE TO WS-DC-DATE-2-N
           PERFORM 8720-COMPUTE-DAYS-BETWEEN
           MOVE WS-DC-DAYS-BETWEEN TO WS-DAYS-SINCE-PAID
           IF WS-DAYS-SINCE-PAID <=
              PM-GRACE-DAYS + WS-GRACE-MARGIN-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-GRACE
           MOVE 'PC03' TO WS-EXC-RULE
           MOVE 'DAYS OVERDUE PAST GRACE' TO WS-EXC-TEXT
           MOVE WS-DAYS-SINCE-PAID TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER TO RD-RECORDED
           MOVE PM-GRACE-DAYS TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER TO RD-EXPECTED
           PERFORM 0800-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * 0340 - PC04 LOAN OVER THE LOAN LIMIT  (PC-401)                *
      *---------------------------------------------------------------*
       0340-CHECK-LOAN-LIMIT.
      * PC-401: LISTED EVEN WHILE A LOANANVB CURE DEADLINE IS RUNNING
      *         (PM-OVERLOAN-CURE-DATE) - THE BALANCE IS STILL WRONG
      *         FOR EVERY LOAN QUOTE MADE OFF THE RECORD MEANWHILE
           IF PM-POLICY-LOAN-BALANCE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MAX-LOAN-AMOUNT =
               PM-TOTAL-ANNUAL-PREMIUM * WS-LOAN-MAX-PERCENT
           IF PM-POLICY-LOAN-BALANCE NOT > WS-MAX-LOAN-AMOUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-LOAN
           MOVE 'PC04' TO WS-EXC-RULE
           MOVE 'LOAN OVER LOAN LIMIT' TO WS-EXC-TEXT
           MOVE PM-POLICY-LOAN-BALANCE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RD-RECORDED
           MOVE WS-MAX-LOAN-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO RD-EXPECTED
           PERFORM 0800-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * 0350 - PC05 EXPIRY DATE AGAINST THE MATURITY AGE  (PC-501)    *
      *---------------------------------------------------------------*
       0350-CHECK-EXPIRY-DATE.
      * PC-501: COVER MAY NOT RUN PAST THE DAY THE INSURED REACHES
      *         PM-MATURITY-AGE - ISSUE DATE PLUS (MATURITY AGE LESS
      *         ISSUE AGE) YEARS, THE NB-204 RULE. A MISSING EXPIRY,
      *         OR ONE NOT AFTER THE ISSUE DATE, IS LISTED TOO
           IF PM-ISSUE-DATE = 0
               EXIT PARAGRAPH
           END-IF
           IF PM-MATURITY-AGE > PM-ISSUE-AGE
               MOVE PM-ISSUE-DATE TO WS-DC-DATE-1-N
               COMPUTE WS-DC-YEARS-TO-ADD =
                   PM-MATURITY-AGE - PM-ISSUE-AGE
               PERFORM 8750-ADD-YEARS-TO-DATE
               MOVE WS-DC-RESULT-N TO WS-LATEST-EXPIRY
           ELSE
               MOVE PM-ISSUE-DATE TO WS-LATEST-EXPIRY
           END-IF
           IF PM-EXPIRY-DATE > PM-ISSUE-DATE AND
              PM-EXPIRY-DATE <= WS-LATEST-EXPIRY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-EXPIRY
           MOVE 'PC05' TO WS-EXC-RULE
           MOVE 'EXPIRY VS MATURITY AGE' TO WS-EXC-TEXT
           MOVE PM-EXPIRY-DATE TO RD-RECORDED
           MOVE WS-LATEST-EXPIRY TO RD-EXPECTED
           PERFORM 0800-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * 0360 - PC06 WOP01 ACTIVE PAST ITS EXPIRY AGE  (PC-601)        *
      *---------------------------------------------------------------*
       0360-CHECK-RIDER-AGES.
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
               UNTIL WS-RIDER-IDX > 10
               IF PM-RIDER-CODE(WS-RIDER-IDX) NOT = SPACES AND
                  PM-RIDER-ACTIVE(WS-RIDER-IDX)
                   PERFORM 0365-CHECK-ONE-RIDER
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0365 - TEST ONE ACTIVE RIDER AGAINST ITS COVER AGE            *
      *---------------------------------------------------------------*
       0365-CHECK-ONE-RIDER.
           IF PM-RIDER-CODE(WS-RIDER-IDX) NOT = 'WOP01'
               EXIT PARAGRAPH
           END-IF
           IF PM-ATTAINED-AGE < WS-WOP-EXPIRY-AGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-RIDER
           MOVE 'PC06' TO WS-EXC-RULE
           MOVE SPACES TO WS-EXC-TEXT
           STRING PM-RIDER-CODE(WS-RIDER-IDX) DELIMITED BY SIZE
               ' ACTIVE PAST AGE LIMIT' DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           MOVE PM-ATTAINED-AGE TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER TO RD-RECORDED
           MOVE WS-WOP-EXPIRY-AGE TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER TO RD-EXPECTED
           PERFORM 0800-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * 0400 - REPRICE AT ONE EPOCH'S RATES AND TEST FOR A MATCH      *
      *        THE SVCBILB 3110 THRU 3140 ARITHMETIC ON THE RECORD    *
      *        AREA ONLY - POLMST IS OPEN INPUT AND NEVER REWRITTEN.  *
      *        THE NB-601 FLAT EXTRA IS CHARGED AT ISSUE BUT NOT BY   *
      *        A SERVICING OR ANNIVERSARY REPRICE, SO A FLAT-EXTRA    *
      *        POLICY MATCHES WITH OR WITHOUT IT                      *
      *---------------------------------------------------------------*
       0400-REPRICE-AT-EPOCH.
           MOVE WS-EPOCH-RATES(WS-PRICE-EPOCH) TO WS-RATE-FACTOR-TABLE
           MOVE 0 TO WS-RESULT-CODE
           MOVE PM-ATTAINED-AGE TO WS-RATING-AGE
           PERFORM 8500-DERIVE-RATE-FACTORS
           IF WS-RESULT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0410-CALCULATE-BASE-ANNUAL
           PERFORM 0420-CALCULATE-RIDER-ANNUAL
           IF WS-RESULT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0430-CALCULATE-TOTAL-ANNUAL
           IF WS-REPRICED-PREMIUM = 0
               MOVE PM-TOTAL-ANNUAL-PREMIUM TO WS-REPRICED-PREMIUM
           END-IF
           IF PM-TOTAL-ANNUAL-PREMIUM = WS-RECORDED-PREMIUM
               MOVE 'Y' TO WS-PREMIUM-MATCH-FLAG
               EXIT PARAGRAPH
           END-IF
           IF PM-FLAT-EXTRA-RATE > 0
               COMPUTE WS-FLAT-EXTRA-AMOUNT =
                   (PM-SUM-ASSURED / 1000) * PM-FLAT-EXTRA-RATE
               ADD WS-FLAT-EXTRA-AMOUNT TO PM-BASE-ANNUAL-PREMIUM
               PERFORM 0420-CALCULATE-RIDER-ANNUAL
               PERFORM 0430-CALCULATE-TOTAL-ANNUAL
               IF PM-TOTAL-ANNUAL-PREMIUM = WS-RECORDED-PREMIUM
                   MOVE 'Y' TO WS-PREMIUM-MATCH-FLAG
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * 0410 - CALCULATE BASE ANNUAL PREMIUM                          *
      *---------------------------------------------------------------*
       0410-CALCULATE-BASE-ANNUAL.
           COMPUTE PM-BASE-ANNUAL-PREMIUM =
               (PM-SUM-ASSURED / 1000)
               * PM-BASE-MORTALITY-RATE
               * PM-GENDER-FACTOR
               * PM-SMOKER-FACTOR
               * PM-OCCUPATION-FACTOR
               * PM-UW-FACTOR.

      *---------------------------------------------------------------*
      * 0420 - CALCULATE RIDER ANNUAL (ACTIVE RIDERS ONLY)            *
      *        RIDER RATES FROM RATETAB - PER MILLE OF THE RIDER SUM  *
      *        ASSURED, EXCEPT WOP01 AS A FRACTION OF THE BASE        *
      *---------------------------------------------------------------*
       0420-CALCULATE-RIDER-ANNUAL.
           MOVE ZEROS TO PM-RIDER-ANNUAL-TOTAL
           PERFORM VARYING PM-RIDER-IDX FROM 1 BY 1
               UNTIL PM-RIDER-IDX > 10
               IF PM-RIDER-CODE(PM-RIDER-IDX) NOT = SPACES AND
                  PM-RIDER-ACTIVE(PM-RIDER-IDX)
                   MOVE 'RD' TO WS-RATE-LOOKUP-TYPE
                   MOVE PM-RIDER-CODE(PM-RIDER-IDX)
                       TO WS-RATE-LOOKUP-CODE
                   PERFORM 8510-FIND-RATE-FACTOR
                   IF NOT WS-RATE-FOUND
                       MOVE 29 TO WS-RESULT-CODE
                       MOVE 'RIDER RATE MISSING ON RATE TABLE'
                           TO WS-RESULT-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-RATE-LOOKUP-VALUE
                       TO PM-RIDER-RATE(PM-RIDER-IDX)
                   IF PM-RIDER-CODE(PM-RIDER-IDX) = 'WOP01'
                       COMPUTE PM-RIDER-ANNUAL-PREM(PM-RIDER-IDX) =
                           PM-BASE-ANNUAL-PREMIUM
                           * WS-RATE-LOOKUP-VALUE
                   ELSE
                       COMPUTE PM-RIDER-ANNUAL-PREM(PM-RIDER-IDX) =
                           (PM-RIDER-SUM-ASSURED(PM-RIDER-IDX)
                           / 1000) * WS-RATE-LOOKUP-VALUE
                   END-IF
                   ADD PM-RIDER-ANNUAL-PREM(PM-RIDER-IDX)
                       TO PM-RIDER-ANNUAL-TOTAL
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0430 - CALCULATE TOTAL ANNUAL                                 *
      *---------------------------------------------------------------*
       0430-CALCULATE-TOTAL-ANNUAL.
           COMPUTE PM-GROSS-ANNUAL-PREMIUM =
               PM-BASE-ANNUAL-PREMIUM +
               PM-RIDER-ANNUAL-TOTAL +
               PM-ANNUAL-POLICY-FEE
           COMPUTE PM-TAX-AMOUNT =
               PM-GROSS-ANNUAL-PREMIUM * PM-TAX-RATE
           COMPUTE PM-TOTAL-ANNUAL-PREMIUM =
               PM-GROSS-ANNUAL-PREMIUM + PM-TAX-AMOUNT.

      *---------------------------------------------------------------*
      * 0800 - WRITE ONE RULE-CODED EXCEPTION LINE                    *
      *        (RD-RECORDED / RD-EXPECTED ALREADY SET BY THE RULE)    *
      *---------------------------------------------------------------*
       0800-WRITE-EXCEPTION.
           ADD 1 TO WS-COUNT-EXCEPTIONS
           MOVE 'Y' TO WS-POLICY-FLAGGED-FLAG
           MOVE PM-POLICY-ID TO RD-POLICY-ID
           MOVE PM-CONTRACT-STATUS TO RD-STATUS
           MOVE WS-EXC-RULE TO RD-RULE
           MOVE WS-EXC-TEXT TO RD-TEXT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0900 - WRITE RUN SUMMARY WITH THE COUNT PER RULE              *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES READ. . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES WITH EXCEPTIONS . .' TO RS-LABEL
           MOVE WS-COUNT-FLAGGED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'EXCEPTIONS LISTED. . . . . .' TO RS-LABEL
           MOVE WS-COUNT-EXCEPTIONS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PC01 PREMIUM NOT = REPRICE .' TO RS-LABEL
           MOVE WS-COUNT-PREMIUM TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PC02 BENEF SHARES NOT 100. .' TO RS-LABEL
           MOVE WS-COUNT-BENEF TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PC03 IN FORCE PAST GRACE . .' TO RS-LABEL
           MOVE WS-COUNT-GRACE TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PC04 LOAN OVER LIMIT . . . .' TO RS-LABEL
           MOVE WS-COUNT-LOAN TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PC05 EXPIRY VS MATURITY AGE.' TO RS-LABEL
           MOVE WS-COUNT-EXPIRY TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PC06 RIDER PAST AGE LIMIT. .' TO RS-LABEL
           MOVE WS-COUNT-RIDER TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PC01 NOT TESTED - QUOTED . .' TO RS-LABEL
           MOVE WS-COUNT-QUOTED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 8500 - DERIVE RATE FACTORS                                     *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB VIA COPYBOOK RATEFACT       *
      *---------------------------------------------------------------*
       COPY RATEFACT.

      *---------------------------------------------------------------*
      * 1150/8510 - LOAD AND RESOLVE THE RATE TABLE                    *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB VIA COPYBOOK RATELOAD       *
      *---------------------------------------------------------------*
       COPY RATELOAD.

      *---------------------------------------------------------------*
      * 8700 THRU 8770 - CALENDAR DATE ARITHMETIC                      *
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.
