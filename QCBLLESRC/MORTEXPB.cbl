      *===============================================================*
      * PROGRAM:   MORTEXPB                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-06-05                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-06-19 - ARCHIVE RECORD RESIZED TO THE        *
      *            CURRENT POLICY MASTER LAYOUT                      *
      *---------------------------------------------------------------*
      * ANNUAL MORTALITY EXPERIENCE STUDY (ACTUAL VS EXPECTED)       *
      * DOMAIN:  TERM LIFE - ACTUARIAL                               *
      * PURPOSE: ACTUARIAL SETS THE RATETAB MORTALITY (MO) RATES AND *
      *          THE GN/SM/OC/UW FACTORS, BUT NOTHING COMPARED THEM  *
      *          WITH THE DEATH CLAIMS WE ACTUALLY PAY. THIS BATCH   *
      *          WALKS POLMST AND THE POLHST ARCHIVE FOR ONE STUDY   *
      *          YEAR AND, PER RATING CELL (PLAN, ATTAINED-AGE BAND, *
      *          GENDER, SMOKER STATUS, UW CLASS):                   *
      *            EXPOSURE - YEARS IN FORCE INSIDE THE STUDY YEAR,  *
      *              SPLIT AT EACH BIRTHDAY SO EVERY DAY FALLS IN    *
      *              THE AGE BAND THE INSURED WAS THEN IN            *
      *            EXPECTED - DEATHS AND AMOUNT THE RATETAB RATES    *
      *              IN FORCE ON EACH DAY PREDICT FOR THAT EXPOSURE  *
      *            ACTUAL   - DEATH CLAIMS CLMADJB APPROVED IN THE   *
      *              STUDY YEAR, COUNT AND GROSS BENEFIT, WITH THE   *
      *              CLAIMS NET OF THE REINRCVB RECOVERY ALONGSIDE   *
      *          AND REPORTS THE A/E RATIOS BY CELL AND OVERALL.     *
      *          READ-ONLY - NOTHING IS WRITTEN BACK TO ANY FILE.    *
      *---------------------------------------------------------------*
      * CALLED BY: YEAREND (CL - ANNUAL BATCH)                       *
      * FILES:     POLMST (INPUT INDEXED, ACCESS SEQUENTIAL)         *
      *            POLHST (INPUT INDEXED, ACCESS SEQUENTIAL -        *
      *            ARCHIVE)                                          *
      *            RATETAB (INPUT INDEXED, ACCESS SEQUENTIAL)        *
      *            CURRTAB (INPUT INDEXED, ACCESS SEQUENTIAL)        *
      *            MORTEXRP (OUTPUT SEQUENTIAL - STUDY REPORT)       *
      * COPYBOOK:  POLDATA, RATEDATA, RATEWRK, RATELOAD, RATEFACT,   *
      *            CURRDATA, CURRWRK, CURRLOAD, DATEWRK, DATECALC    *
      *            (QCPYSRC)                                         *
      *---------------------------------------------------------------*
      * LK-STUDY-YEAR IS THE CALENDAR YEAR STUDIED. ZERO TAKES THE   *
      * YEAR BEFORE THE RUN DATE, THE NORMAL JANUARY RUN.            *
      * EXPECTED MORTALITY IS THE RATE THE PREMIUM IS BUILT ON:      *
      * MO PER MILLE FOR THE AGE BAND TIMES THE GN/SM/OC/UW FACTORS  *
      * (RATEFACT 8500), ON THE BASE SUM ASSURED. THE NB-601 FLAT    *
      * EXTRA AND THE RIDERS ARE NOT PART OF IT. AMOUNTS ARE IN USD  *
      * AT THE CURRTAB RATE FOR THE LAST DAY OF THE STUDY YEAR.      *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORTEXPB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-06-05.

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
           SELECT POLHST
               ASSIGN TO DATABASE-POLHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-POLICY-ID
               FILE STATUS IS WS-POLHST-STATUS.
           SELECT RATETAB
               ASSIGN TO DATABASE-RATETAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATETAB-STATUS.
           SELECT CURRTAB
               ASSIGN TO DATABASE-CURRTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CURRENCY-KEY
               FILE STATUS IS WS-CURRTAB-STATUS.
           SELECT MORTEXRP
               ASSIGN TO DATABASE-MORTEXRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  POLHST.
       01  AH-ARCHIVE-RECORD.
           05  AH-POLICY-ID          PIC X(12).
           05  AH-POLICY-DATA        PIC X(1811).
           05  FILLER                PIC X(07).
       FD  RATETAB.
       COPY RATEDATA.
       FD  CURRTAB.
       COPY CURRDATA.
       FD  MORTEXRP.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RATEWRK.
       COPY CURRWRK.
       COPY DATEWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POLHST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-NO-ARCHIVE-FLAG        PIC X VALUE 'N'.
           88  WS-NO-ARCHIVE         VALUE 'Y'.
       77  WS-RESULT-CODE            PIC 9(02) VALUE 0.
       77  WS-RESULT-MESSAGE         PIC X(100) VALUE SPACES.
       77  WS-STUDY-YEAR             PIC 9(04) VALUE 0.
       77  WS-STUDY-FROM             PIC 9(08) VALUE 0.
       77  WS-STUDY-TO               PIC 9(08) VALUE 0.
      * THE DAY AFTER THE STUDY YEAR - EXPOSURE RUNS UP TO, NOT
      * INCLUDING, ITS END DATE
       77  WS-STUDY-END              PIC 9(08) VALUE 0.
       77  WS-EXPOSE-FROM            PIC 9(08) VALUE 0.
       77  WS-EXPOSE-TO              PIC 9(08) VALUE 0.
       77  WS-SEG-START              PIC 9(08) VALUE 0.
       77  WS-SEG-END                PIC 9(08) VALUE 0.
       77  WS-SEG-AGE                PIC 9(03) VALUE 0.
       77  WS-SEG-DAYS               PIC S9(08) VALUE 0.
       77  WS-SEG-Q                  PIC 9(01)V9(09) VALUE 0.
       77  WS-SEG-EXPECTED           PIC 9(03)V9(09) VALUE 0.
       77  WS-SEG-EXPECTED-AMT       PIC 9(13)V99 VALUE 0.
       77  WS-EPOCH-AS-OF            PIC 9(08) VALUE 0.
       77  WS-PRICE-EPOCH            PIC 9(02) VALUE 0.
       77  WS-EPOCH-IDX              PIC 9(02) VALUE 0.
       77  WS-EPOCH-SHIFT            PIC 9(02) VALUE 0.
       77  WS-EPOCH-MAX              PIC 9(02) VALUE 40.
       77  WS-EPOCH-OVERFLOW-FLAG    PIC X VALUE 'N'.
           88  WS-EPOCH-OVERFLOW     VALUE 'Y'.
       77  WS-UNPRICED-FLAG          PIC X VALUE 'N'.
           88  WS-POLICY-UNPRICED    VALUE 'Y'.
       77  WS-CELL-IDX               PIC 9(04) VALUE 0.
       77  WS-CELL-SHIFT             PIC 9(04) VALUE 0.
       77  WS-CELL-MAX               PIC 9(04) VALUE 1000.
       77  WS-CELL-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-CELL-FOUND         VALUE 'Y'.
       77  WS-OVERFLOW-FLAG          PIC X VALUE 'N'.
           88  WS-OVERFLOWED         VALUE 'Y'.
       77  WS-SA-USD                 PIC 9(13)V99 VALUE 0.
       77  WS-CLAIM-USD              PIC 9(13)V99 VALUE 0.
       77  WS-RECOVERY-USD           PIC 9(13)V99 VALUE 0.
       77  WS-EXPOSURE-YEARS         PIC 9(07)V99 VALUE 0.
       77  WS-AE-PERCENT             PIC 9(07)V9 VALUE 0.
       77  WS-EDIT-PERCENT           PIC ZZZ9.9.
       77  WS-COUNT-MASTER-READ      PIC 9(07) VALUE 0.
       77  WS-COUNT-ARCHIVE-READ     PIC 9(07) VALUE 0.
       77  WS-COUNT-EXPOSED          PIC 9(07) VALUE 0.
       77  WS-COUNT-DEATHS           PIC 9(07) VALUE 0.
       77  WS-COUNT-UNPRICED         PIC 9(07) VALUE 0.
       77  WS-COUNT-DROPPED          PIC 9(07) VALUE 0.
       77  WS-TOTAL-EXPOSURE-DAYS    PIC 9(11) VALUE 0.
       77  WS-TOTAL-EXPECTED         PIC 9(07)V9(06) VALUE 0.
       77  WS-TOTAL-EXPECTED-AMT     PIC 9(15)V99 VALUE 0.
       77  WS-TOTAL-ACTUAL           PIC 9(07) VALUE 0.
       77  WS-TOTAL-ACTUAL-AMT       PIC 9(15)V99 VALUE 0.
       77  WS-TOTAL-RECOVERY-AMT     PIC 9(15)V99 VALUE 0.

      * ME-102: EVERY DISTINCT RATETAB EFFECTIVE DATE UP TO THE END
      * OF THE STUDY YEAR, IN ASCENDING ORDER, WITH THE RESOLVED RATE
      * TABLE IN FORCE FROM THAT DATE - THE POLCHKB DEVICE. EACH
      * ENTRY IS AN IMAGE OF WS-RATE-FACTOR-TABLE (COPYBOOK RATEWRK)
       01  WS-EPOCH-TABLE.
           05  WS-EPOCH-COUNT        PIC 9(02) VALUE 0.
           05  WS-EPOCH-ENTRY OCCURS 40 TIMES.
               10  WS-EPOCH-DATE         PIC 9(08).
               10  WS-EPOCH-RATES        PIC X(1323).

      * ME-401: ONE ENTRY PER RATING CELL, KEPT IN KEY ORDER SO THE
      * REPORT NEEDS NO SORT. EXPOSURE IS HELD IN DAYS AND TURNED
      * INTO YEARS ONLY FOR PRINTING.
       01  WS-CELL-SEARCH-KEY.
           05  WS-SK-PLAN            PIC X(05).
           05  WS-SK-BAND            PIC X(03).
           05  WS-SK-GENDER          PIC X(01).
           05  WS-SK-SMOKER          PIC X(01).
           05  WS-SK-UW-CLASS        PIC X(02).

       01  WS-CELL-TABLE.
           05  WS-CELL-COUNT         PIC 9(04) VALUE 0.
           05  WS-CELL-ENTRY OCCURS 1000 TIMES.
               10  WS-CL-KEY             PIC X(12).
               10  WS-CL-EXPOSURE-DAYS   PIC 9(09).
               10  WS-CL-EXPECTED        PIC 9(05)V9(06).
               10  WS-CL-EXPECTED-AMT    PIC 9(13)V99.
               10  WS-CL-ACTUAL          PIC 9(05).
               10  WS-CL-ACTUAL-AMT      PIC 9(13)V99.
               10  WS-CL-RECOVERY-AMT    PIC 9(13)V99.

      * ONE CELL, OR THE OVERALL TOTALS, AS 0710 PRINTS IT
       01  WS-CELL-PRINT.
           05  WS-CP-EXPOSURE-DAYS   PIC 9(11).
           05  WS-CP-EXPECTED        PIC 9(07)V9(06).
           05  WS-CP-EXPECTED-AMT    PIC 9(15)V99.
           05  WS-CP-ACTUAL          PIC 9(07).
           05  WS-CP-ACTUAL-AMT      PIC 9(15)V99.
           05  WS-CP-RECOVERY-AMT    PIC 9(15)V99.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'MORTEXPB - MORTALITY EXPERIENCE STUDY (ACTUAL VS EXPECTED)'.
       01  WS-RPT-HEADING-1A         PIC X(80) VALUE
           'ALL AMOUNTS IN USD (REPORTING CURRENCY)'.
       01  WS-RPT-HEADING-1B         PIC X(80) VALUE
           'BND = UPPER BOUND OF THE ATTAINED-AGE BAND (999 = OVER 60)'.
       01  WS-RPT-YEAR-LINE.
           05  FILLER                PIC X(12) VALUE 'STUDY YEAR: '.
           05  RY-STUDY-YEAR         PIC 9(04).
           05  FILLER                PIC X(12) VALUE '   RUN DATE:'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RY-RUN-DATE           PIC 9(08).
           05  FILLER                PIC X(43) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                PIC X(40) VALUE
               'PLAN  BND G S UW    EXPOSURE DEATH  EXPE'.
           05  FILLER                PIC X(40) VALUE
               'CTED  A/E %'.
       01  WS-RPT-HEADING-3.
           05  FILLER                PIC X(40) VALUE
               '                     CLAIMS GROSS EXPECT'.
           05  FILLER                PIC X(40) VALUE
               'ED AMOUNT  A/E % NET OF RECOVERY'.

       01  WS-RPT-CELL-LINE.
           05  RC-CELL.
               10  RC-PLAN           PIC X(05).
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RC-BAND           PIC X(03).
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RC-GENDER         PIC X(01).
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RC-SMOKER         PIC X(01).
               10  FILLER            PIC X(01) VALUE SPACE.
               10  RC-UW-CLASS       PIC X(02).
           05  RC-CELL-ALL REDEFINES RC-CELL
                                     PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RC-EXPOSURE           PIC ZZZZZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RC-ACTUAL             PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RC-EXPECTED           PIC ZZZZ9.999.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RC-AE-COUNT           PIC X(06) JUSTIFIED RIGHT.
           05  FILLER                PIC X(29) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  FILLER                PIC X(18) VALUE SPACES.
           05  RA-ACTUAL-AMT         PIC Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RA-EXPECTED-AMT       PIC Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RA-AE-AMOUNT          PIC X(06) JUSTIFIED RIGHT.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RA-NET-AMT            PIC Z(11)9.99.
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL              PIC X(30).
           05  RT-AMOUNT             PIC Z(13)9.99.
           05  FILLER                PIC X(33) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-STUDY-YEAR             PIC 9(04).

       PROCEDURE DIVISION USING LK-STUDY-YEAR.

       MAIN-PROCESS.
           OPEN INPUT POLMST
           PERFORM 0050-OPEN-ARCHIVE-FILE
           OPEN INPUT CURRTAB
           OPEN OUTPUT MORTEXRP
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM 0100-SET-STUDY-YEAR
           MOVE WS-STUDY-TO TO WS-CURR-AS-OF-DATE
           PERFORM 1180-LOAD-CURRENCY-TABLE
           CLOSE CURRTAB
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-1A TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-1B TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-STUDY-YEAR TO RY-STUDY-YEAR
           MOVE WS-CURR-DATE TO RY-RUN-DATE
           MOVE WS-RPT-YEAR-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0150-LOAD-RATE-EPOCHS
           IF WS-EPOCH-OVERFLOW
               MOVE
               'RATETAB HAS TOO MANY EFFECTIVE DATES - NO EXPECTED'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
      * ME-101: THE ACTIVE MASTER FIRST, THEN THE ARCHIVE - ARCHSWPB
      *         DELETES WHAT IT ARCHIVES, SO NO POLICY IS IN BOTH
           PERFORM 0200-READ-NEXT-POLICY
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-COUNT-MASTER-READ
               PERFORM 0300-STUDY-ONE-POLICY
               PERFORM 0200-READ-NEXT-POLICY
           END-PERFORM
           IF NOT WS-NO-ARCHIVE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 0210-READ-NEXT-ARCHIVE
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-COUNT-ARCHIVE-READ
                   PERFORM 0300-STUDY-ONE-POLICY
                   PERFORM 0210-READ-NEXT-ARCHIVE
               END-PERFORM
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-3 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0700-WRITE-CELL-LINES
           PERFORM 0900-WRITE-SUMMARY
           CLOSE POLMST
           IF NOT WS-NO-ARCHIVE
               CLOSE POLHST
           END-IF
           CLOSE MORTEXRP
           GOBACK.

      *---------------------------------------------------------------*
      * 0050 - OPEN THE ARCHIVE - A SHOP THAT HAS NEVER ARCHIVED HAS  *
      *        NO POLHST YET; THE STUDY THEN COVERS POLMST ALONE      *
      *---------------------------------------------------------------*
       0050-OPEN-ARCHIVE-FILE.
           OPEN INPUT POLHST
           IF WS-POLHST-STATUS = '35'
               MOVE 'Y' TO WS-NO-ARCHIVE-FLAG
           END-IF.

      *---------------------------------------------------------------*
      * 0100 - SET THE STUDY YEAR AND ITS DATE BOUNDS  (ME-100)       *
      *---------------------------------------------------------------*
       0100-SET-STUDY-YEAR.
      * ME-100: NO YEAR SUPPLIED MEANS THE YEAR JUST ENDED
           IF LK-STUDY-YEAR = 0
               COMPUTE WS-STUDY-YEAR = WS-CURR-DATE / 10000 - 1
           ELSE
               MOVE LK-STUDY-YEAR TO WS-STUDY-YEAR
           END-IF
           COMPUTE WS-STUDY-FROM = WS-STUDY-YEAR * 10000 + 0101
           COMPUTE WS-STUDY-TO = WS-STUDY-YEAR * 10000 + 1231
           COMPUTE WS-STUDY-END = (WS-STUDY-YEAR + 1) * 10000 + 0101.

      *---------------------------------------------------------------*
      * 0150 - RESOLVE THE RATE TABLE AT EVERY EFFECTIVE DATE         *
      *        (ME-102)                                               *
      *---------------------------------------------------------------*
       0150-LOAD-RATE-EPOCHS.
      * ME-102: ONE PASS COLLECTS THE DISTINCT EFFECTIVE DATES IN
      *         FORCE BY THE END OF THE STUDY YEAR; RATETAB IS THEN
      *         RE-OPENED AND 1150 RESOLVED AS OF EACH ONE. A ROW
      *         STAGED PAST THE YEAR PRICED NOTHING IN IT
           OPEN INPUT RATETAB
           MOVE 'N' TO WS-RATETAB-EOF-FLAG
           PERFORM 1160-READ-NEXT-RATE
           PERFORM UNTIL WS-RATETAB-EOF
               IF RT-EFFECTIVE-DATE <= WS-STUDY-TO
                   PERFORM 0160-POST-EPOCH-DATE
               END-IF
               PERFORM 1160-READ-NEXT-RATE
           END-PERFORM
           CLOSE RATETAB
           IF WS-EPOCH-OVERFLOW
               MOVE 0 TO WS-EPOCH-COUNT
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
      * 0160 - ADD ONE EFFECTIVE DATE TO THE EPOCH LIST, KEEPING IT   *
      *        IN ASCENDING ORDER                                     *
      *---------------------------------------------------------------*
       0160-POST-EPOCH-DATE.
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
      * 0210 - READ NEXT ARCHIVED POLICY INTO THE MASTER RECORD AREA -*
      *        THE ARCHIVE RECORD MIRRORS THE MASTER BYTE FOR BYTE    *
      *---------------------------------------------------------------*
       0210-READ-NEXT-ARCHIVE.
           READ POLHST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF NOT WS-EOF
               MOVE AH-ARCHIVE-RECORD TO WS-POLICY-MASTER-REC
           END-IF.

      *---------------------------------------------------------------*
      * 0300 - STUDY ONE POLICY: ITS EXPOSURE IN THE YEAR AND ANY     *
      *        DEATH CLAIM APPROVED IN IT                             *
      *---------------------------------------------------------------*
       0300-STUDY-ONE-POLICY.
      * AN APPLICATION STILL PENDING OR DECLINED WAS NEVER AT RISK
           IF PM-STATUS-PENDING OR PM-STATUS-DECLINED
               EXIT PARAGRAPH
           END-IF
           IF PM-ISSUE-DATE = 0 OR PM-DATE-OF-BIRTH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PM-CURRENCY-CODE TO WS-CURR-LOOKUP-CODE
           PERFORM 8900-FIND-EXCHANGE-RATE
           COMPUTE WS-SA-USD ROUNDED =
               PM-SUM-ASSURED * WS-CURR-EXCH-RATE
           PERFORM 0310-SET-EXPOSURE-WINDOW
           IF WS-EXPOSE-FROM < WS-EXPOSE-TO
               PERFORM 0400-MEASURE-EXPOSURE
           END-IF
           PERFORM 0600-COUNT-DEATH-CLAIM.

      *---------------------------------------------------------------*
      * 0310 - SET THE DAYS THE POLICY WAS AT RISK INSIDE THE STUDY   *
      *        YEAR  (ME-201 THRU ME-205)                             *
      *        WS-EXPOSE-FROM IS THE FIRST DAY AT RISK, WS-EXPOSE-TO  *
      *        THE FIRST DAY NO LONGER AT RISK                        *
      *---------------------------------------------------------------*
       0310-SET-EXPOSURE-WINDOW.
      * ME-201: COVER STARTS ON THE ISSUE DATE
           MOVE WS-STUDY-FROM TO WS-EXPOSE-FROM
           IF PM-ISSUE-DATE > WS-EXPOSE-FROM
               MOVE PM-ISSUE-DATE TO WS-EXPOSE-FROM
           END-IF
           MOVE WS-STUDY-END TO WS-EXPOSE-TO
           EVALUATE TRUE
      * ME-202: A DEATH STAYS EXPOSED TO THE END OF THE YEAR OF AGE
      *         IT FELL IN - THE ANNUAL RATE IS THE CHANCE OF DYING
      *         BEFORE THE NEXT BIRTHDAY, SO CUTTING THE EXPOSURE OFF
      *         AT THE DATE OF DEATH WOULD UNDERSTATE THE EXPECTED
               WHEN PM-STATUS-CLAIMED
                   IF PM-DATE-OF-DEATH > 0
                       MOVE PM-DATE-OF-BIRTH TO WS-DC-DATE-1-N
                       MOVE PM-DATE-OF-DEATH TO WS-DC-DATE-2-N
                       PERFORM 8760-COMPUTE-YEARS-BETWEEN
                       MOVE PM-DATE-OF-BIRTH TO WS-DC-DATE-1-N
                       COMPUTE WS-DC-YEARS-TO-ADD =
                           WS-DC-YEARS-BETWEEN + 1
                       PERFORM 8750-ADD-YEARS-TO-DATE
                       MOVE WS-DC-RESULT-N TO WS-EXPOSE-TO
                   ELSE
                       MOVE PM-LAST-ACTION-DATE TO WS-EXPOSE-TO
                   END-IF
      * ME-203: A LAPSE OR TERMINATION ENDS COVER AT THE PAID-TO
      *         DATE, OR ON THE DAY THE STATUS CHANGED IF THAT WAS
      *         SOONER (A CANCELLATION OR AN OVER-LOAN TERMINATION
      *         MID-PERIOD). THE STATUS CHANGE IS THE LAST ACTION
      *         ON THE RECORD
               WHEN PM-STATUS-LAPSED OR PM-STATUS-TERMINATED
                   MOVE PM-LAST-ACTION-DATE TO WS-EXPOSE-TO
                   IF PM-PAID-TO-DATE > 0 AND
                      (WS-EXPOSE-TO = 0 OR
                       PM-PAID-TO-DATE < WS-EXPOSE-TO)
                       MOVE PM-PAID-TO-DATE TO WS-EXPOSE-TO
                   END-IF
      * ME-204: A MATURED POLICY RAN TO ITS EXPIRY DATE (BELOW)
               WHEN PM-STATUS-MATURED
                   IF PM-EXPIRY-DATE = 0
                       MOVE PM-LAST-ACTION-DATE TO WS-EXPOSE-TO
                   END-IF
           END-EVALUATE
      * ME-205: NO COVER PAST THE EXPIRY DATE OR THE STUDY YEAR
           IF PM-EXPIRY-DATE > 0 AND PM-EXPIRY-DATE < WS-EXPOSE-TO
               MOVE PM-EXPIRY-DATE TO WS-EXPOSE-TO
           END-IF
           IF WS-EXPOSE-TO > WS-STUDY-END
               MOVE WS-STUDY-END TO WS-EXPOSE-TO
           END-IF.

      *---------------------------------------------------------------*
      * 0400 - MEASURE THE POLICY'S EXPOSURE AND EXPECTED DEATHS      *
      *        (ME-301)                                               *
      *---------------------------------------------------------------*
       0400-MEASURE-EXPOSURE.
           ADD 1 TO WS-COUNT-EXPOSED
           MOVE 'N' TO WS-UNPRICED-FLAG
      * ME-301: THE WINDOW IS CUT INTO SEGMENTS AT EVERY BIRTHDAY AND
      *         EVERY RATETAB EFFECTIVE DATE, SO EACH SEGMENT HAS ONE
      *         ATTAINED AGE AND ONE SET OF RATES IN FORCE
           MOVE WS-EXPOSE-FROM TO WS-SEG-START
           PERFORM UNTIL WS-SEG-START >= WS-EXPOSE-TO
               PERFORM 0410-MEASURE-ONE-SEGMENT
               MOVE WS-SEG-END TO WS-SEG-START
           END-PERFORM
           IF WS-POLICY-UNPRICED
               ADD 1 TO WS-COUNT-UNPRICED
           END-IF.

      *---------------------------------------------------------------*
      * 0410 - MEASURE ONE SEGMENT FROM WS-SEG-START: ONE ATTAINED    *
      *        AGE, ONE SET OF RATES  (ME-302 THRU ME-304)            *
      *---------------------------------------------------------------*
       0410-MEASURE-ONE-SEGMENT.
      * ME-302: ATTAINED AGE ON THE FIRST DAY, AND THE SEGMENT RUNS
      *         NO FURTHER THAN THE NEXT BIRTHDAY. A 29 FEBRUARY
      *         BIRTHDAY FALLS ON 1 MARCH IN A COMMON YEAR
           MOVE PM-DATE-OF-BIRTH TO WS-DC-DATE-1-N
           MOVE WS-SEG-START TO WS-DC-DATE-2-N
           PERFORM 8760-COMPUTE-YEARS-BETWEEN
           MOVE WS-DC-YEARS-BETWEEN TO WS-SEG-AGE
           MOVE PM-DATE-OF-BIRTH TO WS-DC-DATE-1-N
           COMPUTE WS-DC-YEARS-TO-ADD = WS-SEG-AGE + 1
           PERFORM 8750-ADD-YEARS-TO-DATE
           MOVE WS-DC-RESULT-N TO WS-SEG-END
           IF WS-SEG-END <= WS-SEG-START
               MOVE WS-SEG-START TO WS-DC-DATE-1-N
               MOVE 1 TO WS-DC-DAYS-TO-ADD
               PERFORM 8730-ADD-DAYS-TO-DATE
               MOVE WS-DC-RESULT-N TO WS-SEG-END
           END-IF
           IF WS-SEG-END > WS-EXPOSE-TO
               MOVE WS-EXPOSE-TO TO WS-SEG-END
           END-IF
      * ME-303: THE RATES IN FORCE ON THE FIRST DAY, UP TO THE NEXT
      *         EFFECTIVE DATE
           MOVE WS-SEG-START TO WS-EPOCH-AS-OF
           PERFORM 0420-SELECT-RATE-EPOCH
           IF WS-PRICE-EPOCH > 0 AND WS-PRICE-EPOCH < WS-EPOCH-COUNT
               IF WS-EPOCH-DATE(WS-PRICE-EPOCH + 1) < WS-SEG-END
                   MOVE WS-EPOCH-DATE(WS-PRICE-EPOCH + 1)
                       TO WS-SEG-END
               END-IF
           END-IF
           MOVE WS-SEG-START TO WS-DC-DATE-1-N
           MOVE WS-SEG-END TO WS-DC-DATE-2-N
           PERFORM 8720-COMPUTE-DAYS-BETWEEN
           MOVE WS-DC-DAYS-BETWEEN TO WS-SEG-DAYS
      * ME-304: THE EXPECTED DEATHS ARE THE PRICING RATE - MO PER
      *         MILLE TIMES THE GN/SM/OC/UW FACTORS - FOR THE SHARE
      *         OF A YEAR THE SEGMENT COVERS. A MISSING MORTALITY
      *         ROW LEAVES THE EXPOSURE UNPRICED, NOT PRICED AT 1.0
           MOVE 0 TO WS-RESULT-CODE
           MOVE WS-SEG-AGE TO WS-RATING-AGE
           PERFORM 8500-DERIVE-RATE-FACTORS
           MOVE 0 TO WS-SEG-EXPECTED
           MOVE 0 TO WS-SEG-EXPECTED-AMT
           IF WS-RESULT-CODE = 0
               COMPUTE WS-SEG-Q ROUNDED =
                   (PM-BASE-MORTALITY-RATE / 1000)
                   * PM-GENDER-FACTOR
                   * PM-SMOKER-FACTOR
                   * PM-OCCUPATION-FACTOR
                   * PM-UW-FACTOR
               COMPUTE WS-SEG-EXPECTED ROUNDED =
                   WS-SEG-Q * WS-SEG-DAYS / 365.25
               COMPUTE WS-SEG-EXPECTED-AMT ROUNDED =
                   WS-SEG-EXPECTED * WS-SA-USD
           ELSE
               MOVE 'Y' TO WS-UNPRICED-FLAG
           END-IF
           PERFORM 0500-FIND-CELL
           IF NOT WS-CELL-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD WS-SEG-DAYS TO WS-CL-EXPOSURE-DAYS(WS-CELL-IDX)
           ADD WS-SEG-EXPECTED TO WS-CL-EXPECTED(WS-CELL-IDX)
           ADD WS-SEG-EXPECTED-AMT TO WS-CL-EXPECTED-AMT(WS-CELL-IDX)
           ADD WS-SEG-DAYS TO WS-TOTAL-EXPOSURE-DAYS
           ADD WS-SEG-EXPECTED TO WS-TOTAL-EXPECTED
           ADD WS-SEG-EXPECTED-AMT TO WS-TOTAL-EXPECTED-AMT.

      *---------------------------------------------------------------*
      * 0420 - LOAD THE RATE TABLE IN FORCE ON WS-EPOCH-AS-OF - THE   *
      *        LATEST EPOCH ON OR BEFORE IT, OR THE EARLIEST ONE FOR A*
      *        DATE BEFORE RATETAB EXISTED (ITS FIRST ROWS CARRIED THE*
      *        OLD HARDCODED RATES OVER UNCHANGED)                    *
      *---------------------------------------------------------------*
       0420-SELECT-RATE-EPOCH.
           MOVE 0 TO WS-PRICE-EPOCH
           MOVE 0 TO WS-RATE-FACTOR-COUNT
           IF WS-EPOCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PRICE-EPOCH
           PERFORM VARYING WS-EPOCH-IDX FROM 1 BY 1
               UNTIL WS-EPOCH-IDX > WS-EPOCH-COUNT
               OR WS-EPOCH-DATE(WS-EPOCH-IDX) > WS-EPOCH-AS-OF
               MOVE WS-EPOCH-IDX TO WS-PRICE-EPOCH
           END-PERFORM
           MOVE WS-EPOCH-RATES(WS-PRICE-EPOCH) TO WS-RATE-FACTOR-TABLE.

      *---------------------------------------------------------------*
      * 0500 - FIND (OR ADD) THE POLICY'S CELL FOR THE AGE BAND IN    *
      *        WS-RATE-BAND-CODE  (ME-401/ME-402)                     *
      *---------------------------------------------------------------*
       0500-FIND-CELL.
           MOVE 'N' TO WS-CELL-FOUND-FLAG
           MOVE PM-PLAN-CODE TO WS-SK-PLAN
           MOVE WS-RATE-BAND-CODE TO WS-SK-BAND
           MOVE PM-GENDER TO WS-SK-GENDER
           MOVE PM-SMOKER-STATUS TO WS-SK-SMOKER
           MOVE PM-UW-CLASS TO WS-SK-UW-CLASS
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               OR WS-CL-KEY(WS-CELL-IDX) >= WS-CELL-SEARCH-KEY
               CONTINUE
           END-PERFORM
           IF WS-CELL-IDX <= WS-CELL-COUNT
               IF WS-CL-KEY(WS-CELL-IDX) = WS-CELL-SEARCH-KEY
                   MOVE 'Y' TO WS-CELL-FOUND-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF
      * ME-402: A FULL TABLE MUST FLAG THE STUDY INCOMPLETE, NOT
      *         INDEX PAST THE END OR QUIETLY LOSE THE EXPERIENCE
           IF WS-CELL-COUNT >= WS-CELL-MAX
               MOVE 'Y' TO WS-OVERFLOW-FLAG
               ADD 1 TO WS-COUNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CELL-SHIFT FROM WS-CELL-COUNT BY -1
               UNTIL WS-CELL-SHIFT < WS-CELL-IDX
               MOVE WS-CELL-ENTRY(WS-CELL-SHIFT)
                   TO WS-CELL-ENTRY(WS-CELL-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-CELL-COUNT
           MOVE WS-CELL-SEARCH-KEY TO WS-CL-KEY(WS-CELL-IDX)
           MOVE 0 TO WS-CL-EXPOSURE-DAYS(WS-CELL-IDX)
           MOVE 0 TO WS-CL-EXPECTED(WS-CELL-IDX)
           MOVE 0 TO WS-CL-EXPECTED-AMT(WS-CELL-IDX)
           MOVE 0 TO WS-CL-ACTUAL(WS-CELL-IDX)
           MOVE 0 TO WS-CL-ACTUAL-AMT(WS-CELL-IDX)
           MOVE 0 TO WS-CL-RECOVERY-AMT(WS-CELL-IDX)
           MOVE 'Y' TO WS-CELL-FOUND-FLAG.

      *---------------------------------------------------------------*
      * 0600 - COUNT A DEATH CLAIM APPROVED IN THE STUDY YEAR         *
      *        (ME-501 THRU ME-503)                                   *
      *---------------------------------------------------------------*
       0600-COUNT-DEATH-CLAIM.
      * ME-501: A DEATH CLAIM CLMADJB APPROVED - IT MOVED THE
      *         CONTRACT TO CLAIMED AND STAMPED THE DECISION DATE -
      *         WITH THAT DATE INSIDE THE STUDY YEAR
           IF NOT PM-STATUS-CLAIMED OR NOT PM-CLAIM-DEATH OR
              NOT PM-DECISION-APPROVED
               EXIT PARAGRAPH
           END-IF
           IF PM-CLAIM-ADJUDIC-DATE < WS-STUDY-FROM OR
              PM-CLAIM-ADJUDIC-DATE > WS-STUDY-TO
               EXIT PARAGRAPH
           END-IF
      * ME-502: THE DEATH FALLS IN THE CELL FOR THE AGE AT DEATH
           MOVE PM-DATE-OF-DEATH TO WS-EPOCH-AS-OF
           IF WS-EPOCH-AS-OF = 0
               MOVE PM-CLAIM-ADJUDIC-DATE TO WS-EPOCH-AS-OF
           END-IF
           MOVE PM-DATE-OF-BIRTH TO WS-DC-DATE-1-N
           MOVE WS-EPOCH-AS-OF TO WS-DC-DATE-2-N
           PERFORM 8760-COMPUTE-YEARS-BETWEEN
           MOVE WS-DC-YEARS-BETWEEN TO WS-RATING-AGE
           PERFORM 0420-SELECT-RATE-EPOCH
           MOVE 0 TO WS-RESULT-CODE
           PERFORM 8500-DERIVE-RATE-FACTORS
           PERFORM 0500-FIND-CELL
           IF NOT WS-CELL-FOUND
               EXIT PARAGRAPH
           END-IF
      * ME-503: THE GROSS BENEFIT, AND THE REINSURER'S SHARE ONCE
      *         REINRCVB HAS BILLED IT (CLMMNT CLEARS THE FLAG WHEN
      *         A NEW CLAIM IS REGISTERED, SO A SET FLAG IS THIS
      *         CLAIM'S). A RECOVERY NOT YET BILLED IS NOT NETTED
           COMPUTE WS-CLAIM-USD ROUNDED =
               PM-CLAIM-GROSS-AMT * WS-CURR-EXCH-RATE
           MOVE 0 TO WS-RECOVERY-USD
           IF PM-REINS-RECOVERED
               COMPUTE WS-RECOVERY-USD ROUNDED =
                   PM-REINS-RECOVERY-AMT * WS-CURR-EXCH-RATE
           END-IF
           ADD 1 TO WS-COUNT-DEATHS
           ADD 1 TO WS-CL-ACTUAL(WS-CELL-IDX)
           ADD WS-CLAIM-USD TO WS-CL-ACTUAL-AMT(WS-CELL-IDX)
           ADD WS-RECOVERY-USD TO WS-CL-RECOVERY-AMT(WS-CELL-IDX)
           ADD 1 TO WS-TOTAL-ACTUAL
           ADD WS-CLAIM-USD TO WS-TOTAL-ACTUAL-AMT
           ADD WS-RECOVERY-USD TO WS-TOTAL-RECOVERY-AMT.

      *---------------------------------------------------------------*
      * 0700 - WRITE THE TWO REPORT LINES FOR EVERY CELL, THEN THE    *
      *        OVERALL LINES                                          *
      *---------------------------------------------------------------*
       0700-WRITE-CELL-LINES.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               MOVE WS-CL-KEY(WS-CELL-IDX) TO WS-CELL-SEARCH-KEY
               MOVE WS-SK-PLAN TO RC-PLAN
               MOVE WS-SK-BAND TO RC-BAND
               MOVE WS-SK-GENDER TO RC-GENDER
               MOVE WS-SK-SMOKER TO RC-SMOKER
               MOVE WS-SK-UW-CLASS TO RC-UW-CLASS
               MOVE WS-CL-EXPOSURE-DAYS(WS-CELL-IDX)
                   TO WS-CP-EXPOSURE-DAYS
               MOVE WS-CL-EXPECTED(WS-CELL-IDX) TO WS-CP-EXPECTED
               MOVE WS-CL-EXPECTED-AMT(WS-CELL-IDX)
                   TO WS-CP-EXPECTED-AMT
               MOVE WS-CL-ACTUAL(WS-CELL-IDX) TO WS-CP-ACTUAL
               MOVE WS-CL-ACTUAL-AMT(WS-CELL-IDX) TO WS-CP-ACTUAL-AMT
               MOVE WS-CL-RECOVERY-AMT(WS-CELL-IDX)
                   TO WS-CP-RECOVERY-AMT
               PERFORM 0710-WRITE-ONE-CELL
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ALL CELLS' TO RC-CELL-ALL
           MOVE WS-TOTAL-EXPOSURE-DAYS TO WS-CP-EXPOSURE-DAYS
           MOVE WS-TOTAL-EXPECTED TO WS-CP-EXPECTED
           MOVE WS-TOTAL-EXPECTED-AMT TO WS-CP-EXPECTED-AMT
           MOVE WS-TOTAL-ACTUAL TO WS-CP-ACTUAL
           MOVE WS-TOTAL-ACTUAL-AMT TO WS-CP-ACTUAL-AMT
           MOVE WS-TOTAL-RECOVERY-AMT TO WS-CP-RECOVERY-AMT
           PERFORM 0710-WRITE-ONE-CELL.

      *---------------------------------------------------------------*
      * 0710 - WRITE THE COUNT AND AMOUNT LINES FOR WS-CELL-PRINT     *
      *        (ME-601)                                               *
      *---------------------------------------------------------------*
       0710-WRITE-ONE-CELL.
           COMPUTE WS-EXPOSURE-YEARS ROUNDED =
               WS-CP-EXPOSURE-DAYS / 365.25
           MOVE WS-EXPOSURE-YEARS TO RC-EXPOSURE
           MOVE WS-CP-ACTUAL TO RC-ACTUAL
           MOVE WS-CP-EXPECTED TO RC-EXPECTED
      * ME-601: A/E AS A PERCENTAGE; NO EXPECTED MEANS NO RATIO
           MOVE 'N/A' TO RC-AE-COUNT
           IF WS-CP-EXPECTED > 0
               COMPUTE WS-AE-PERCENT ROUNDED =
                   WS-CP-ACTUAL * 100 / WS-CP-EXPECTED
               PERFORM 0720-EDIT-PERCENT
               MOVE WS-EDIT-PERCENT TO RC-AE-COUNT
           END-IF
           MOVE WS-RPT-CELL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CP-ACTUAL-AMT TO RA-ACTUAL-AMT
           MOVE WS-CP-EXPECTED-AMT TO RA-EXPECTED-AMT
           MOVE 'N/A' TO RA-AE-AMOUNT
           IF WS-CP-EXPECTED-AMT > 0
               COMPUTE WS-AE-PERCENT ROUNDED =
                   WS-CP-ACTUAL-AMT * 100 / WS-CP-EXPECTED-AMT
               PERFORM 0720-EDIT-PERCENT
               MOVE WS-EDIT-PERCENT TO RA-AE-AMOUNT
           END-IF
           COMPUTE RA-NET-AMT =
               WS-CP-ACTUAL-AMT - WS-CP-RECOVERY-AMT
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0720 - EDIT WS-AE-PERCENT, CAPPED AT WHAT THE COLUMN HOLDS    *
      *---------------------------------------------------------------*
       0720-EDIT-PERCENT.
           IF WS-AE-PERCENT > 9999.9
               MOVE 9999.9 TO WS-AE-PERCENT
           END-IF
           MOVE WS-AE-PERCENT TO WS-EDIT-PERCENT.

      *---------------------------------------------------------------*
      * 0900 - WRITE RUN COUNTS AND CLAIM TOTALS                      *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES READ - POLMST . . .' TO RS-LABEL
           MOVE WS-COUNT-MASTER-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES READ - POLHST . . .' TO RS-LABEL
           MOVE WS-COUNT-ARCHIVE-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES EXPOSED IN YEAR . .' TO RS-LABEL
           MOVE WS-COUNT-EXPOSED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DEATH CLAIMS APPROVED. . . .' TO RS-LABEL
           MOVE WS-COUNT-DEATHS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CELLS REPORTED . . . . . . .' TO RS-LABEL
           MOVE WS-CELL-COUNT TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES WITH UNPRICED DAYS.' TO RS-LABEL
           MOVE WS-COUNT-UNPRICED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DEATH CLAIMS GROSS . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-ACTUAL-AMT TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REINSURANCE RECOVERIES . . .' TO RT-LABEL
           MOVE WS-TOTAL-RECOVERY-AMT TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DEATH CLAIMS NET . . . . . .' TO RT-LABEL
           COMPUTE RT-AMOUNT =
               WS-TOTAL-ACTUAL-AMT - WS-TOTAL-RECOVERY-AMT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-OVERFLOWED
               MOVE 'SEGMENTS PAST CELL LIMIT . .' TO RS-LABEL
               MOVE WS-COUNT-DROPPED TO RS-COUNT
               MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'MORTEXPB - *** STUDY INCOMPLETE ***'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'MORTEXPB - RERUN AFTER RAISING THE CELL TABLE'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
      * 8500 - DERIVE RATE FACTORS                                    *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB VIA COPYBOOK RATEFACT       *
      *---------------------------------------------------------------*
       COPY RATEFACT.

      *---------------------------------------------------------------*
      * 1150/8510 - LOAD AND RESOLVE THE RATE TABLE                   *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB VIA COPYBOOK RATELOAD       *
      *---------------------------------------------------------------*
       COPY RATELOAD.

      *---------------------------------------------------------------*
      * 1180/8900 - LOAD AND RESOLVE THE CURRENCY TABLE               *
      * SHARED WITH POLRPTB/COMSTLB VIA COPYBOOK CURRLOAD             *
      *---------------------------------------------------------------*
       COPY CURRLOAD.

      *---------------------------------------------------------------*
      * 8700 THRU 8770 - CALENDAR DATE ARITHMETIC                     *
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.
