      *===============================================================*
      * PROGRAM:   RPRSIMB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-08                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * IN-FORCE REPRICING IMPACT SIMULATION                          *
      * DOMAIN:  TERM LIFE - PRODUCT AND PRICING                     *
      * PURPOSE: RATEMNT STAGES A RATETAB ROW WITH A FUTURE          *
      *          EFFECTIVE DATE, AND NOTHING SHOWS WHAT IT WILL DO   *
      *          TO THE BOOK UNTIL ANNIVB STARTS RE-RATING WITH IT.  *
      *          THIS BATCH TAKES A PROPOSED EFFECTIVE DATE AND      *
      *          REPRICES EVERY IN-FORCE POLICY TWICE - ONCE WITH    *
      *          THE RATES IN FORCE TODAY AND ONCE WITH THE RATES    *
      *          THAT WILL BE IN FORCE ON THE PROPOSED DATE - USING  *
      *          THE SAME RATELOAD/RATEFACT DERIVATION AND THE SAME  *
      *          BASE/RIDER/TOTAL ARITHMETIC AS SVCBILB 3100-REPRICE-*
      *          POLICY. IT REPORTS THE PREMIUM CHANGE BY PLAN,      *
      *          MORTALITY BAND, UW CLASS AND ISSUE CHANNEL, AND     *
      *          LISTS EVERY POLICY WHOSE PREMIUM MOVES BY MORE THAN *
      *          THE TOLERANCE, FOR ACTUARIAL AND MARKETING TO SIGN  *
      *          OFF BEFORE THE REPRICE GOES LIVE.                   *
      *          READ-ONLY - POLMST IS OPENED INPUT AND NOTHING IS   *
      *          WRITTEN BACK; NO AUDIT, COMMISSION OR GL ROWS.      *
      *---------------------------------------------------------------*
      * CALLED BY: RPRSIM (CL - ON REQUEST, ACTUARIAL)               *
      * FILES:     POLMST (INPUT INDEXED, ACCESS SEQUENTIAL)         *
      *            RATETAB (INPUT INDEXED, ACCESS SEQUENTIAL)        *
      *            RPRSIMRP (OUTPUT SEQUENTIAL - IMPACT REPORT)      *
      * COPYBOOK:  POLDATA, RATEDATA, RATEWRK, RATELOAD, RATEFACT,   *
      *            DATEWRK (QCPYSRC)                                 *
      *---------------------------------------------------------------*
      * LK-EFFECTIVE-DATE IS THE PROPOSED EFFECTIVE DATE - THE       *
      * STAGED PASS PRICES WITH EVERY RATETAB ROW EFFECTIVE ON OR    *
      * BEFORE IT. LK-TOLERANCE-PCT IS THE ABSOLUTE PERCENTAGE       *
      * CHANGE IN THE TOTAL ANNUAL PREMIUM ABOVE WHICH A POLICY IS   *
      * LISTED - ZERO TAKES WS-DEFAULT-TOLERANCE. BOTH PASSES PRICE  *
      * AT THE POLICY'S CURRENT ATTAINED AGE, SO THE CHANGE SHOWN IS *
      * THE RATE CHANGE ALONE, NOT AGEING.                           *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPRSIMB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-05-08.

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
           SELECT RPRSIMRP
               ASSIGN TO DATABASE-RPRSIMRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  RATETAB.
       COPY RATEDATA.
       FD  RPRSIMRP.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RATEWRK.
       COPY DATEWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-RESULT-CODE            PIC 9(02) VALUE 0.
       77  WS-RESULT-MESSAGE         PIC X(100) VALUE SPACES.
       77  WS-DEFAULT-TOLERANCE      PIC 9(03)V99 VALUE 10.00.
       77  WS-TOLERANCE-PCT          PIC 9(03)V99 VALUE 0.
       77  WS-CURRENT-ANNUAL         PIC 9(13)V99 VALUE 0.
       77  WS-STAGED-ANNUAL          PIC 9(13)V99 VALUE 0.
       77  WS-PREMIUM-CHANGE         PIC S9(13)V99 VALUE 0.
       77  WS-CHANGE-PCT             PIC S9(05)V99 VALUE 0.
       77  WS-ABS-CHANGE-PCT         PIC 9(05)V99 VALUE 0.
       77  WS-POLICY-BAND            PIC X(05) VALUE SPACES.
       77  WS-PRICE-ERROR-FLAG       PIC X VALUE 'N'.
           88  WS-PRICE-ERROR        VALUE 'Y'.
       77  WS-EXCEPTION-NOTE         PIC X(10) VALUE SPACES.
       77  WS-SUM-DIM                PIC X(01) VALUE SPACES.
       77  WS-SUM-KEY                PIC X(05) VALUE SPACES.
       77  WS-SUM-IDX                PIC 9(03) VALUE 0.
       77  WS-SUM-MAX                PIC 9(03) VALUE 200.
       77  WS-PRINT-DIM              PIC X(01) VALUE SPACES.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-PRICED           PIC 9(07) VALUE 0.
       77  WS-COUNT-INCREASED        PIC 9(07) VALUE 0.
       77  WS-COUNT-DECREASED        PIC 9(07) VALUE 0.
       77  WS-COUNT-UNCHANGED        PIC 9(07) VALUE 0.
       77  WS-COUNT-EXCEPTIONS       PIC 9(07) VALUE 0.
       77  WS-COUNT-RATE-ERROR       PIC 9(07) VALUE 0.
       77  WS-COUNT-TABLE-FULL       PIC 9(07) VALUE 0.
       77  WS-TOTAL-CURRENT          PIC 9(15)V99 VALUE 0.
       77  WS-TOTAL-STAGED           PIC 9(15)V99 VALUE 0.

      * THE TWO RESOLVED RATE TABLES - EACH AN IMAGE OF
      * WS-RATE-FACTOR-TABLE (COPYBOOK RATEWRK: A 3-BYTE COUNT AND
      * 60 ENTRIES OF 22 BYTES), LOADED ONCE AT RUN START AND MOVED
      * BACK INTO THE RATEWRK TABLE BEFORE EACH PRICING PASS SO
      * RATEFACT/8510 RESOLVE AGAINST THE RIGHT SET OF RATES
       01  WS-CURRENT-RATES          PIC X(1323).
       01  WS-STAGED-RATES           PIC X(1323).

      * PREMIUM CHANGE ACCUMULATORS - ONE ENTRY PER REPORTING
      * DIMENSION (P PLAN, B MORTALITY BAND, U UW CLASS, C ISSUE
      * CHANNEL) AND KEY VALUE, IN ORDER OF FIRST APPEARANCE
       01  WS-SUM-TABLE.
           05  WS-SUM-COUNT          PIC 9(03) VALUE 0.
           05  WS-SUM-ENTRY OCCURS 200 TIMES.
               10  WS-SUM-E-DIM          PIC X(01).
               10  WS-SUM-E-KEY          PIC X(05).
               10  WS-SUM-E-POLICIES     PIC 9(07).
               10  WS-SUM-E-CURRENT      PIC 9(15)V99.
               10  WS-SUM-E-STAGED       PIC 9(15)V99.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'RPRSIMB - IN-FORCE REPRICING IMPACT SIMULATION'.

       01  WS-RPT-PARM-LINE.
           05  FILLER                PIC X(26) VALUE
               'PROPOSED EFFECTIVE DATE: '.
           05  RP-EFFECTIVE-DATE     PIC 9(08).
           05  FILLER                PIC X(17) VALUE
               '  CURRENT AS OF: '.
           05  RP-CURRENT-DATE       PIC 9(08).
           05  FILLER                PIC X(13) VALUE
               '  TOLERANCE: '.
           05  RP-TOLERANCE          PIC ZZ9.99.
           05  FILLER                PIC X(02) VALUE '%'.

       01  WS-RPT-EXC-HEADING-1      PIC X(80) VALUE
           'EXCEPTIONS - PREMIUM CHANGE BEYOND TOLERANCE'.
       01  WS-RPT-EXC-HEADING-2.
           05  FILLER                PIC X(40) VALUE
               'POLICY ID    PLAN  BND UW CH    CURRENT'.
           05  FILLER                PIC X(40) VALUE
               '        STAGED CHANGE% NOTE'.

       01  WS-RPT-EXC-DETAIL.
           05  RE-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RE-PLAN-CODE          PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RE-BAND               PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RE-UW-CLASS           PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RE-CHANNEL            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RE-CURRENT            PIC Z(9)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RE-STAGED             PIC Z(9)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RE-CHANGE-PCT         PIC -ZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RE-NOTE               PIC X(10).
           05  FILLER                PIC X(03) VALUE SPACES.

       01  WS-RPT-DIM-HEADING.
           05  FILLER                PIC X(18) VALUE
               'PREMIUM CHANGE BY '.
           05  RH-DIMENSION          PIC X(20).
           05  FILLER                PIC X(42) VALUE SPACES.
       01  WS-RPT-DIM-COLUMNS.
           05  FILLER                PIC X(40) VALUE
               'KEY   POLICIES  CURRENT ANNUAL   STAGED '.
           05  FILLER                PIC X(40) VALUE
               'ANNUAL          CHANGE  CHANGE%'.

       01  WS-RPT-DIM-DETAIL.
           05  RS-KEY                PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RS-POLICIES           PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RS-CURRENT            PIC Z(12)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RS-STAGED             PIC Z(12)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RS-CHANGE             PIC -Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RS-CHANGE-PCT         PIC -ZZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-EFFECTIVE-DATE         PIC 9(08).
       01  LK-TOLERANCE-PCT          PIC 9(03)V99.

       PROCEDURE DIVISION USING LK-EFFECTIVE-DATE LK-TOLERANCE-PCT.

       MAIN-PROCESS.
           OPEN INPUT POLMST
           OPEN OUTPUT RPRSIMRP
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
      * RS-101: NO PROPOSED DATE, NOTHING TO SIMULATE
           IF LK-EFFECTIVE-DATE = 0
               MOVE 'NO PROPOSED EFFECTIVE DATE SUPPLIED - NOTHING RUN'
                   TO RPT-LINE
               WRITE RPT-LINE
               CLOSE POLMST
               CLOSE RPRSIMRP
               GOBACK
           END-IF
           IF LK-TOLERANCE-PCT = 0
               MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE-PCT
           ELSE
               MOVE LK-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           END-IF
           PERFORM 0100-LOAD-BOTH-RATE-TABLES
           MOVE LK-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE
           MOVE WS-CURR-DATE TO RP-CURRENT-DATE
           MOVE WS-TOLERANCE-PCT TO RP-TOLERANCE
           MOVE WS-RPT-PARM-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-EXC-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-EXC-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-POLICY
           PERFORM UNTIL WS-EOF
               PERFORM 0300-SIMULATE-ONE-POLICY
               PERFORM 0200-READ-NEXT-POLICY
           END-PERFORM
           MOVE 'P' TO WS-PRINT-DIM
           MOVE 'PLAN' TO RH-DIMENSION
           PERFORM 0800-WRITE-DIMENSION
           MOVE 'B' TO WS-PRINT-DIM
           MOVE 'MORTALITY BAND' TO RH-DIMENSION
           PERFORM 0800-WRITE-DIMENSION
           MOVE 'U' TO WS-PRINT-DIM
           MOVE 'UW CLASS' TO RH-DIMENSION
           PERFORM 0800-WRITE-DIMENSION
           MOVE 'C' TO WS-PRINT-DIM
           MOVE 'ISSUE CHANNEL' TO RH-DIMENSION
           PERFORM 0800-WRITE-DIMENSION
           PERFORM 0900-WRITE-SUMMARY
           CLOSE POLMST
           CLOSE RPRSIMRP
           GOBACK.

      *---------------------------------------------------------------*
      * 0100 - RESOLVE THE RATE TABLE TWICE  (RS-102)                 *
      *---------------------------------------------------------------*
       0100-LOAD-BOTH-RATE-TABLES.
      * RS-102: TODAY'S RATES, THEN THE RATES IN FORCE ON THE
      *         PROPOSED DATE - RATETAB IS RE-OPENED SO THE SECOND
      *         1150 WALKS IT FROM THE TOP AGAIN
           OPEN INPUT RATETAB
           MOVE WS-CURR-DATE TO WS-RATE-AS-OF-DATE
           PERFORM 1150-LOAD-RATE-TABLE
           MOVE WS-RATE-FACTOR-TABLE TO WS-CURRENT-RATES
           CLOSE RATETAB
           OPEN INPUT RATETAB
           MOVE LK-EFFECTIVE-DATE TO WS-RATE-AS-OF-DATE
           PERFORM 1150-LOAD-RATE-TABLE
           MOVE WS-RATE-FACTOR-TABLE TO WS-STAGED-RATES
           CLOSE RATETAB.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT POLICY IN KEY SEQUENCE                       *
      *---------------------------------------------------------------*
       0200-READ-NEXT-POLICY.
           READ POLMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - PRICE ONE POLICY AT BOTH RATE SETS  (RS-201 THRU 204)  *
      *---------------------------------------------------------------*
       0300-SIMULATE-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
      * RS-201: IN-FORCE BUSINESS ONLY - THE BOOK A RE-RATE WOULD
      *         ACTUALLY REACH
           IF NOT PM-STATUS-ACTIVE AND NOT PM-STATUS-GRACE AND
              NOT PM-STATUS-REINSTATED
               EXIT PARAGRAPH
           END-IF
      * RS-202: CURRENT RATES - REPRICED RATHER THAN TAKEN FROM THE
      *         RECORD, SO A PREMIUM LEFT STALE BY AN OLD RATE CHANGE
      *         DOES NOT SHOW UP AS PART OF THIS ONE
           MOVE WS-CURRENT-RATES TO WS-RATE-FACTOR-TABLE
           PERFORM 0500-PRICE-POLICY
           IF WS-PRICE-ERROR
               MOVE 'CUR RATE' TO WS-EXCEPTION-NOTE
               PERFORM 0400-LIST-RATE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO WS-CURRENT-ANNUAL
           MOVE WS-RATE-BAND-CODE TO WS-POLICY-BAND
      * RS-203: STAGED RATES
           MOVE WS-STAGED-RATES TO WS-RATE-FACTOR-TABLE
           PERFORM 0500-PRICE-POLICY
           IF WS-PRICE-ERROR
               MOVE 'STG RATE' TO WS-EXCEPTION-NOTE
               PERFORM 0400-LIST-RATE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO WS-STAGED-ANNUAL
           ADD 1 TO WS-COUNT-PRICED
           ADD WS-CURRENT-ANNUAL TO WS-TOTAL-CURRENT
           ADD WS-STAGED-ANNUAL TO WS-TOTAL-STAGED
           COMPUTE WS-PREMIUM-CHANGE =
               WS-STAGED-ANNUAL - WS-CURRENT-ANNUAL
           EVALUATE TRUE
               WHEN WS-PREMIUM-CHANGE > 0
                   ADD 1 TO WS-COUNT-INCREASED
               WHEN WS-PREMIUM-CHANGE < 0
                   ADD 1 TO WS-COUNT-DECREASED
               WHEN OTHER
                   ADD 1 TO WS-COUNT-UNCHANGED
           END-EVALUATE
           MOVE 'P' TO WS-SUM-DIM
           MOVE PM-PLAN-CODE TO WS-SUM-KEY
           PERFORM 0700-POST-TO-SUMMARY
           MOVE 'B' TO WS-SUM-DIM
           MOVE WS-POLICY-BAND TO WS-SUM-KEY
           PERFORM 0700-POST-TO-SUMMARY
           MOVE 'U' TO WS-SUM-DIM
           MOVE PM-UW-CLASS TO WS-SUM-KEY
           PERFORM 0700-POST-TO-SUMMARY
           MOVE 'C' TO WS-SUM-DIM
           MOVE PM-ISSUE-CHANNEL TO WS-SUM-KEY
           PERFORM 0700-POST-TO-SUMMARY
      * RS-204: THE ABSOLUTE PERCENTAGE CHANGE BEYOND THE TOLERANCE
      *         GOES ON THE EXCEPTION LIST. A POLICY PRICED AT ZERO
      *         TODAY HAS NO PERCENTAGE - ANY CHANGE AT ALL IS LISTED
           IF WS-CURRENT-ANNUAL = 0
               MOVE 0 TO WS-CHANGE-PCT
               IF WS-PREMIUM-CHANGE NOT = 0
                   MOVE 'ZERO BASE' TO WS-EXCEPTION-NOTE
                   PERFORM 0600-WRITE-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHANGE-PCT ROUNDED =
               WS-PREMIUM-CHANGE * 100 / WS-CURRENT-ANNUAL
           IF WS-CHANGE-PCT < 0
               COMPUTE WS-ABS-CHANGE-PCT = 0 - WS-CHANGE-PCT
           ELSE
               MOVE WS-CHANGE-PCT TO WS-ABS-CHANGE-PCT
           END-IF
           IF WS-ABS-CHANGE-PCT > WS-TOLERANCE-PCT
               IF WS-CHANGE-PCT > 0
                   MOVE 'INCREASE' TO WS-EXCEPTION-NOTE
               ELSE
                   MOVE 'DECREASE' TO WS-EXCEPTION-NOTE
               END-IF
               PERFORM 0600-WRITE-EXCEPTION
           END-IF.

      *---------------------------------------------------------------*
      * 0400 - LIST A POLICY ONE OF THE RATE SETS CANNOT PRICE        *
      *        (RC 28/29 - MORTALITY OR RIDER ROW MISSING)            *
      *---------------------------------------------------------------*
       0400-LIST-RATE-ERROR.
           ADD 1 TO WS-COUNT-RATE-ERROR
           MOVE 0 TO WS-CURRENT-ANNUAL
           MOVE 0 TO WS-STAGED-ANNUAL
           MOVE 0 TO WS-CHANGE-PCT
           MOVE WS-RATE-BAND-CODE TO WS-POLICY-BAND
           PERFORM 0600-WRITE-EXCEPTION.

      *---------------------------------------------------------------*
      * 0500 - PRICE THE POLICY AT THE RATES NOW IN THE RATEWRK TABLE *
      *        THE SVCBILB 3110 THRU 3140 ARITHMETIC, ON THE RECORD   *
      *        AREA ONLY - POLMST IS OPEN INPUT AND NEVER REWRITTEN   *
      *---------------------------------------------------------------*
       0500-PRICE-POLICY.
           MOVE 'N' TO WS-PRICE-ERROR-FLAG
           MOVE 0 TO WS-RESULT-CODE
           MOVE PM-ATTAINED-AGE TO WS-RATING-AGE
           PERFORM 8500-DERIVE-RATE-FACTORS
           IF WS-RESULT-CODE NOT = 0
               MOVE 'Y' TO WS-PRICE-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM 0510-CALCULATE-BASE-ANNUAL
           PERFORM 0520-CALCULATE-RIDER-ANNUAL
           IF WS-RESULT-CODE NOT = 0
               MOVE 'Y' TO WS-PRICE-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM 0530-CALCULATE-TOTAL-ANNUAL.

      *---------------------------------------------------------------*
      * 0510 - CALCULATE BASE ANNUAL PREMIUM                          *
      *---------------------------------------------------------------*
       0510-CALCULATE-BASE-ANNUAL.
           COMPUTE PM-BASE-ANNUAL-PREMIUM =
               (PM-SUM-ASSURED / 1000)
               * PM-BASE-MORTALITY-RATE
               * PM-GENDER-FACTOR
               * PM-SMOKER-FACTOR
               * PM-OCCUPATION-FACTOR
               * PM-UW-FACTOR.

      *---------------------------------------------------------------*
      * 0520 - CALCULATE RIDER ANNUAL (ACTIVE RIDERS ONLY)            *
      *        RIDER RATES FROM RATETAB - PER MILLE OF THE RIDER SUM  *
      *        ASSURED, EXCEPT WOP01 AS A FRACTION OF THE BASE        *
      *---------------------------------------------------------------*
       0520-CALCULATE-RIDER-ANNUAL.
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
      * 0530 - CALCULATE TOTAL ANNUAL                                 *
      *---------------------------------------------------------------*
       0530-CALCULATE-TOTAL-ANNUAL.
           COMPUTE PM-GROSS-ANNUAL-PREMIUM =
               PM-BASE-ANNUAL-PREMIUM +
               PM-RIDER-ANNUAL-TOTAL +
               PM-ANNUAL-POLICY-FEE
           COMPUTE PM-TAX-AMOUNT =
               PM-GROSS-ANNUAL-PREMIUM * PM-TAX-RATE
           COMPUTE PM-TOTAL-ANNUAL-PREMIUM =
               PM-GROSS-ANNUAL-PREMIUM + PM-TAX-AMOUNT.

      *---------------------------------------------------------------*
      * 0600 - WRITE ONE EXCEPTION LINE                               *
      *---------------------------------------------------------------*
       0600-WRITE-EXCEPTION.
           ADD 1 TO WS-COUNT-EXCEPTIONS
           MOVE PM-POLICY-ID TO RE-POLICY-ID
           MOVE PM-PLAN-CODE TO RE-PLAN-CODE
           MOVE WS-POLICY-BAND TO RE-BAND
           MOVE PM-UW-CLASS TO RE-UW-CLASS
           MOVE PM-ISSUE-CHANNEL TO RE-CHANNEL
           MOVE WS-CURRENT-ANNUAL TO RE-CURRENT
           MOVE WS-STAGED-ANNUAL TO RE-STAGED
           MOVE WS-CHANGE-PCT TO RE-CHANGE-PCT
           MOVE WS-EXCEPTION-NOTE TO RE-NOTE
           MOVE WS-RPT-EXC-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0700 - ADD THE POLICY TO ONE DIMENSION/KEY ACCUMULATOR        *
      *---------------------------------------------------------------*
       0700-POST-TO-SUMMARY.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
               OR (WS-SUM-E-DIM(WS-SUM-IDX) = WS-SUM-DIM AND
                   WS-SUM-E-KEY(WS-SUM-IDX) = WS-SUM-KEY)
               CONTINUE
           END-PERFORM
           IF WS-SUM-IDX > WS-SUM-COUNT
      * A FULL TABLE DROPS THE KEY FROM ITS DIMENSION BREAKDOWN -
      * COUNTED ON THE SUMMARY SO THE SHORTFALL IS VISIBLE
               IF WS-SUM-COUNT >= WS-SUM-MAX
                   ADD 1 TO WS-COUNT-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-IDX
               MOVE WS-SUM-DIM TO WS-SUM-E-DIM(WS-SUM-IDX)
               MOVE WS-SUM-KEY TO WS-SUM-E-KEY(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-E-POLICIES(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-E-CURRENT(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-E-STAGED(WS-SUM-IDX)
           END-IF
           ADD 1 TO WS-SUM-E-POLICIES(WS-SUM-IDX)
           ADD WS-CURRENT-ANNUAL TO WS-SUM-E-CURRENT(WS-SUM-IDX)
           ADD WS-STAGED-ANNUAL TO WS-SUM-E-STAGED(WS-SUM-IDX).

      *---------------------------------------------------------------*
      * 0800 - WRITE THE BREAKDOWN FOR ONE DIMENSION                  *
      *---------------------------------------------------------------*
       0800-WRITE-DIMENSION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-DIM-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-DIM-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-COUNT
               IF WS-SUM-E-DIM(WS-SUM-IDX) = WS-PRINT-DIM
                   PERFORM 0810-WRITE-DIMENSION-LINE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0810 - WRITE ONE KEY'S LINE OF A DIMENSION BREAKDOWN          *
      *---------------------------------------------------------------*
       0810-WRITE-DIMENSION-LINE.
           MOVE WS-SUM-E-KEY(WS-SUM-IDX) TO RS-KEY
           MOVE WS-SUM-E-POLICIES(WS-SUM-IDX) TO RS-POLICIES
           MOVE WS-SUM-E-CURRENT(WS-SUM-IDX) TO RS-CURRENT
           MOVE WS-SUM-E-STAGED(WS-SUM-IDX) TO RS-STAGED
           COMPUTE WS-PREMIUM-CHANGE =
               WS-SUM-E-STAGED(WS-SUM-IDX)
               - WS-SUM-E-CURRENT(WS-SUM-IDX)
           MOVE WS-PREMIUM-CHANGE TO RS-CHANGE
           IF WS-SUM-E-CURRENT(WS-SUM-IDX) = 0
               MOVE 0 TO WS-CHANGE-PCT
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-PREMIUM-CHANGE * 100
                   / WS-SUM-E-CURRENT(WS-SUM-IDX)
           END-IF
           MOVE WS-CHANGE-PCT TO RS-CHANGE-PCT
           MOVE WS-RPT-DIM-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0900 - WRITE RUN SUMMARY                                      *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL' TO RS-KEY
           MOVE WS-COUNT-PRICED TO RS-POLICIES
           MOVE WS-TOTAL-CURRENT TO RS-CURRENT
           MOVE WS-TOTAL-STAGED TO RS-STAGED
           COMPUTE WS-PREMIUM-CHANGE =
               WS-TOTAL-STAGED - WS-TOTAL-CURRENT
           MOVE WS-PREMIUM-CHANGE TO RS-CHANGE
           IF WS-TOTAL-CURRENT = 0
               MOVE 0 TO WS-CHANGE-PCT
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-PREMIUM-CHANGE * 100 / WS-TOTAL-CURRENT
           END-IF
           MOVE WS-CHANGE-PCT TO RS-CHANGE-PCT
           MOVE WS-RPT-DIM-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES READ. . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'IN-FORCE POLICIES PRICED . .' TO RS-LABEL
           MOVE WS-COUNT-PRICED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PREMIUM INCREASED. . . . . .' TO RS-LABEL
           MOVE WS-COUNT-INCREASED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PREMIUM DECREASED. . . . . .' TO RS-LABEL
           MOVE WS-COUNT-DECREASED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PREMIUM UNCHANGED. . . . . .' TO RS-LABEL
           MOVE WS-COUNT-UNCHANGED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'EXCEPTIONS LISTED. . . . . .' TO RS-LABEL
           MOVE WS-COUNT-EXCEPTIONS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NOT PRICED - RATE ROW MISSING' TO RS-LABEL
           MOVE WS-COUNT-RATE-ERROR TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BREAKDOWN TABLE FULL . . . .' TO RS-LABEL
           MOVE WS-COUNT-TABLE-FULL TO RS-COUNT
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
