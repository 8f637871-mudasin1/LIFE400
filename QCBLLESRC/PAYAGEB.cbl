      *===============================================================*
      * PROGRAM:   PAYAGEB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-27                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * OUTSTANDING PAYMENT AGING AND UNCLAIMED-PROPERTY REPORT        *
      * DOMAIN:  FINANCE - DISBURSEMENTS                             *
      * PURPOSE: READ-ONLY SCAN OF THE PAYMENT REGISTER. EVERY ITEM  *
      *          THE BANK HAS NOT YET PAID IS AGED FROM ITS ISSUE    *
      *          DATE INTO 0-30 / 31-90 / 91-180 / STALE BANDS, AND  *
      *          EACH ITEM PAST THE STALE DATE IS LISTED FOR FOLLOW- *
      *          UP. SEPARATELY, EVERY ITEM STILL OWED TO ITS PAYEE  *
      *          - OUTSTANDING, OR RETURNED AND NOT RE-ISSUED - THAT *
      *          HAS PASSED THE DORMANCY PERIOD OF ITS ISSUE STATE   *
      *          (STINTAB, COMPANY DEFAULT DF WHEN THE STATE HAS NO  *
      *          ROW) IS LISTED ON THE UNCLAIMED-PROPERTY REPORT FOR *
      *          ESCHEATMENT.                                         *
      *---------------------------------------------------------------*
      * CALLED BY: MTHEND (CL - MONTHLY BATCH)                       *
      * FILES:     OUTPAY   (INPUT INDEXED, ACCESS SEQUENTIAL)       *
      *            STINTAB  (INPUT INDEXED, ACCESS DYNAMIC)          *
      *            PAYAGERP (OUTPUT SEQUENTIAL - AGING REPORT)       *
      *            ESCHTRP  (OUTPUT SEQUENTIAL - UNCLAIMED PROPERTY) *
      * COPYBOOK:  PREGDATA, STINDATA, DATEWRK, DATECALC (QCPYSRC)   *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAGEB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-03-27.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPAY
               ASSIGN TO DATABASE-OUTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PAYMENT-NUMBER
               FILE STATUS IS WS-OUTPAY-STATUS.
           SELECT STINTAB
               ASSIGN TO DATABASE-STINTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-STATE-KEY
               FILE STATUS IS WS-STINTAB-STATUS.
           SELECT PAYAGERP
               ASSIGN TO DATABASE-PAYAGERP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ESCHTRP
               ASSIGN TO DATABASE-ESCHTRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPAY.
       COPY PREGDATA.
       FD  STINTAB.
       COPY STINDATA.
       FD  PAYAGERP.
       01  RPT-LINE                  PIC X(80).
       FD  ESCHTRP.
       01  ESC-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DATEWRK.
       77  WS-OUTPAY-STATUS          PIC X(02) VALUE SPACES.
       77  WS-STINTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ESC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-STINT-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-STINT-EOF          VALUE 'Y'.
       77  WS-STATE-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-STATE-FOUND        VALUE 'Y'.
      * A CHECK IS STALE-DATED SIX MONTHS AFTER ISSUE
       77  WS-STALE-DAYS             PIC 9(03) VALUE 180.
      * DORMANCY USED WHEN NEITHER THE STATE NOR THE DEFAULT ROW
      * GIVES ONE
       77  WS-DEFAULT-DORMANCY-YRS   PIC 9(02) VALUE 3.
       77  WS-LOOKUP-STATE           PIC X(02) VALUE SPACES.
       77  WS-DORMANCY-YEARS         PIC 9(02) VALUE 0.
       77  WS-DAYS-OUT               PIC S9(08) VALUE 0.
       77  WS-DORMANT-DATE           PIC 9(08) VALUE 0.
       77  WS-BAND-IDX               PIC 9(01) VALUE 0.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-ESCHEAT          PIC 9(07) VALUE 0.
       77  WS-TOTAL-ESCHEAT          PIC 9(13)V99 VALUE 0.

       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 4 TIMES.
               10  WS-AGE-COUNT          PIC 9(07).
               10  WS-AGE-AMOUNT         PIC 9(13)V99.
       01  WS-AGE-LABELS.
           05  FILLER                PIC X(30) VALUE
               'OUTSTANDING 0-30 DAYS . . . .'.
           05  FILLER                PIC X(30) VALUE
               'OUTSTANDING 31-90 DAYS. . . .'.
           05  FILLER                PIC X(30) VALUE
               'OUTSTANDING 91-180 DAYS . . .'.
           05  FILLER                PIC X(30) VALUE
               'STALE-DATED OVER 180 DAYS . .'.
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05  WS-AGE-LABEL          PIC X(30) OCCURS 4 TIMES.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'PAYAGEB - OUTSTANDING PAYMENT AGING - STALE-DATED ITEMS'.
       01  WS-RPT-HEADING-2          PIC X(80) VALUE
           'PAYMENT NO SRC POLICY ID    ISSUED    DAYS         AMOUNT'.
       01  WS-ESC-HEADING-1          PIC X(80) VALUE
           'PAYAGEB - UNCLAIMED PROPERTY (ESCHEATMENT) REPORT'.
       01  WS-ESC-HEADING-2          PIC X(80) VALUE
           'PAYMENT NO ST POLICY ID    ISSUED   DORMANT         AMOUNT
      -    'PAYEE NAME'.

       01  WS-RPT-DETAIL.
           05  RD-PAYMENT-NUMBER     PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-SOURCE-TYPE        PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-ISSUE-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-DAYS-OUT           PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(22) VALUE SPACES.

       01  WS-ESC-DETAIL.
           05  ED-PAYMENT-NUMBER     PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ED-ISSUE-STATE        PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ED-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ED-ISSUE-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ED-DORMANT-DATE       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ED-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  ED-PAYEE-NAME         PIC X(19).

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
           OPEN INPUT OUTPAY
           OPEN INPUT STINTAB
           OPEN OUTPUT PAYAGERP
           OPEN OUTPUT ESCHTRP
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
               MOVE 0 TO WS-AGE-COUNT(WS-BAND-IDX)
               MOVE 0 TO WS-AGE-AMOUNT(WS-BAND-IDX)
           END-PERFORM
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ESC-HEADING-1 TO ESC-LINE
           WRITE ESC-LINE
           MOVE WS-ESC-HEADING-2 TO ESC-LINE
           WRITE ESC-LINE
           PERFORM 0200-READ-NEXT-PAYMENT
           PERFORM UNTIL WS-EOF
               PERFORM 0300-AGE-ONE-PAYMENT
               PERFORM 0400-CHECK-DORMANCY
               PERFORM 0200-READ-NEXT-PAYMENT
           END-PERFORM
           PERFORM 0900-WRITE-SUMMARY
           CLOSE OUTPAY
           CLOSE STINTAB
           CLOSE PAYAGERP
           CLOSE ESCHTRP
           GOBACK.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT PAYMENT REGISTER ROW IN NUMBER SEQUENCE      *
      *---------------------------------------------------------------*
       0200-READ-NEXT-PAYMENT.
           READ OUTPAY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-COUNT-READ
           END-IF.

      *---------------------------------------------------------------*
      * 0300 - AGE ONE OUTSTANDING PAYMENT  (PA-101/PA-102)           *
      *---------------------------------------------------------------*
       0300-AGE-ONE-PAYMENT.
      * PA-101: ONLY ITEMS THE BANK HAS NOT YET SETTLED ARE AGED
           IF NOT PR-OUTSTANDING
               EXIT PARAGRAPH
           END-IF
           MOVE PR-ISSUE-DATE TO WS-DC-DATE-1-N
           MOVE WS-CURR-DATE TO WS-DC-DATE-2-N
           PERFORM 8720-COMPUTE-DAYS-BETWEEN
           MOVE WS-DC-DAYS-BETWEEN TO WS-DAYS-OUT
           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 30
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-DAYS-OUT <= 90
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-DAYS-OUT <= WS-STALE-DAYS
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT(WS-BAND-IDX)
           ADD PR-AMOUNT TO WS-AGE-AMOUNT(WS-BAND-IDX)
      * PA-102: A STALE-DATED ITEM IS LISTED FOR FOLLOW-UP WITH THE
      *         PAYEE BEFORE IT DRIFTS INTO DORMANCY
           IF WS-BAND-IDX = 4
               MOVE PR-PAYMENT-NUMBER TO RD-PAYMENT-NUMBER
               MOVE PR-SOURCE-TYPE TO RD-SOURCE-TYPE
               MOVE PR-POLICY-ID TO RD-POLICY-ID
               MOVE PR-ISSUE-DATE TO RD-ISSUE-DATE
               MOVE WS-DAYS-OUT TO RD-DAYS-OUT
               MOVE PR-AMOUNT TO RD-AMOUNT
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
      * 0400 - LIST ONE PAYMENT PAST ITS STATE DORMANCY PERIOD        *
      *        (PA-201/PA-202)                                        *
      *---------------------------------------------------------------*
       0400-CHECK-DORMANCY.
      * PA-201: STILL OWED TO THE PAYEE - NEVER PAID, OR RETURNED
      *         AND NOT REPLACED BY A RE-ISSUE
           IF NOT PR-OUTSTANDING
               IF NOT PR-RETURNED OR PR-REISSUE-NUMBER NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
      * PA-202: DORMANT ONCE THE STATE'S PERIOD HAS RUN FROM ISSUE
           PERFORM 0450-SET-DORMANCY-YEARS
           MOVE PR-ISSUE-DATE TO WS-DC-DATE-1-N
           MOVE WS-DORMANCY-YEARS TO WS-DC-YEARS-TO-ADD
           PERFORM 8750-ADD-YEARS-TO-DATE
           MOVE WS-DC-RESULT-N TO WS-DORMANT-DATE
           IF WS-DORMANT-DATE > WS-CURR-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-ESCHEAT
           ADD PR-AMOUNT TO WS-TOTAL-ESCHEAT
           MOVE PR-PAYMENT-NUMBER TO ED-PAYMENT-NUMBER
           MOVE PR-ISSUE-STATE TO ED-ISSUE-STATE
           MOVE PR-POLICY-ID TO ED-POLICY-ID
           MOVE PR-ISSUE-DATE TO ED-ISSUE-DATE
           MOVE WS-DORMANT-DATE TO ED-DORMANT-DATE
           MOVE PR-AMOUNT TO ED-AMOUNT
           MOVE PR-PAYEE-NAME TO ED-PAYEE-NAME
           MOVE WS-ESC-DETAIL TO ESC-LINE
           WRITE ESC-LINE.

      *---------------------------------------------------------------*
      * 0450 - DORMANCY YEARS FOR THE ISSUE STATE - THE STATE ROW IN  *
      *        FORCE TODAY, ELSE THE COMPANY DEFAULT ROW, ELSE THE    *
      *        PROGRAM DEFAULT                                         *
      *---------------------------------------------------------------*
       0450-SET-DORMANCY-YEARS.
           MOVE 0 TO WS-DORMANCY-YEARS
           MOVE PR-ISSUE-STATE TO WS-LOOKUP-STATE
           PERFORM 0460-FIND-STATE-ROW
           IF NOT WS-STATE-FOUND
               MOVE 'DF' TO WS-LOOKUP-STATE
               PERFORM 0460-FIND-STATE-ROW
           END-IF
           IF WS-DORMANCY-YEARS = 0
               MOVE WS-DEFAULT-DORMANCY-YRS TO WS-DORMANCY-YEARS
           END-IF.

      *---------------------------------------------------------------*
      * 0460 - FIND THE LATEST STINTAB ROW AT OR BEFORE TODAY FOR     *
      *        WS-LOOKUP-STATE                                         *
      *---------------------------------------------------------------*
       0460-FIND-STATE-ROW.
           MOVE 'N' TO WS-STATE-FOUND-FLAG
           MOVE 'N' TO WS-STINT-EOF-FLAG
           IF WS-LOOKUP-STATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-STATE TO SI-STATE-CODE
           MOVE 0 TO SI-EFFECTIVE-DATE
           START STINTAB KEY NOT LESS THAN SI-STATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STINT-EOF-FLAG
           END-START
           PERFORM UNTIL WS-STINT-EOF
               READ STINTAB NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STINT-EOF-FLAG
               END-READ
               IF NOT WS-STINT-EOF
                   IF SI-STATE-CODE NOT = WS-LOOKUP-STATE OR
                      SI-EFFECTIVE-DATE > WS-CURR-DATE
                       MOVE 'Y' TO WS-STINT-EOF-FLAG
                   ELSE
                       MOVE 'Y' TO WS-STATE-FOUND-FLAG
                       MOVE SI-DORMANCY-YEARS TO WS-DORMANCY-YEARS
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0900 - WRITE THE AGING BANDS AND BOTH REPORT TOTALS           *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REGISTER ROWS READ . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
               MOVE WS-AGE-LABEL(WS-BAND-IDX) TO RS-LABEL
               MOVE WS-AGE-COUNT(WS-BAND-IDX) TO RS-COUNT
               MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE '  AMOUNT . . . . . . . . . .' TO RT-LABEL
               MOVE WS-AGE-AMOUNT(WS-BAND-IDX) TO RT-AMOUNT
               MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO ESC-LINE
           WRITE ESC-LINE
           MOVE 'ITEMS PAST DORMANCY. . . . .' TO RS-LABEL
           MOVE WS-COUNT-ESCHEAT TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO ESC-LINE
           WRITE ESC-LINE
           MOVE 'UNCLAIMED PROPERTY TOTAL . .' TO RT-LABEL
           MOVE WS-TOTAL-ESCHEAT TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO ESC-LINE
           WRITE ESC-LINE.

      *---------------------------------------------------------------*
      * 8700 THRU 8770 - CALENDAR DATE ARITHMETIC                      *
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.
