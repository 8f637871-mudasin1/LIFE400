      *===============================================================*
      * PROGRAM:   STILODB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-20                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-03-27 - DEFAULT ROW CARRIES THE UNCLAIMED-   *
      *            PROPERTY DORMANCY PERIOD                           *
      *---------------------------------------------------------------*
      * ONE-TIME STATE CLAIM INTEREST TABLE LOAD                      *
      * DOMAIN:  TERM LIFE - DEATH AND RIDER CLAIMS                  *
      * PURPOSE: SEED STINTAB WITH THE COMPANY DEFAULT ROW THAT      *
      *          CLMADJB FALLS BACK ON FOR ANY STATE WITHOUT A ROW   *
      *          OF ITS OWN. RUN ONCE; EACH STATE'S STATUTORY RATE   *
      *          AND ALLOWED DAYS ARE THEREAFTER NEW ROWS WITH THEIR *
      *          OWN EFFECTIVE DATE, SO A CHANGE IN THE LAW CAN BE   *
      *          STAGED AHEAD OF ITS LIVE DATE.                       *
      *---------------------------------------------------------------*
      * CALLED BY: ONE-TIME CONVERSION JOB (CL)                       *
      * FILES:     STINTAB (OUTPUT INDEXED)                           *
      * COPYBOOK:  STINDATA (QCPYSRC)                                 *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STILODB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-03-20.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STINTAB
               ASSIGN TO DATABASE-STINTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-STATE-KEY
               FILE STATUS IS WS-STINTAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STINTAB.
       COPY STINDATA.

       WORKING-STORAGE SECTION.
       77  WS-STINTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-COUNT-LOADED           PIC 9(03) VALUE 0.
       77  WS-BASE-EFF-DATE          PIC 9(08) VALUE 19990101.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN OUTPUT STINTAB
      * ROWS MUST GO OUT IN ASCENDING KEY ORDER (STATE/DATE) - THE
      * FILE IS OPENED OUTPUT WITH SEQUENTIAL ACCESS
           PERFORM 1000-LOAD-DEFAULT
           CLOSE STINTAB
           DISPLAY 'STILODB - STATE INTEREST ROWS LOADED: '
               WS-COUNT-LOADED
           GOBACK.

      *---------------------------------------------------------------*
      * 1000 - LOAD THE COMPANY DEFAULT (STATE CODE DF) - INTEREST    *
      *        FROM THE DATE OF DEATH ON ANY DEATH CLAIM NOT SETTLED  *
      *        WITHIN 30 DAYS; AN UNCASHED PAYMENT IS DORMANT AFTER   *
      *        3 YEARS                                                 *
      *---------------------------------------------------------------*
       1000-LOAD-DEFAULT.
           INITIALIZE STINT-RECORD
           MOVE 'DF' TO SI-STATE-CODE
           MOVE WS-BASE-EFF-DATE TO SI-EFFECTIVE-DATE
           MOVE 0.0800 TO SI-INTEREST-RATE
           MOVE 30 TO SI-ALLOWED-DAYS
           MOVE 3 TO SI-DORMANCY-YEARS
           PERFORM 1900-WRITE-STATE-ROW.

      *---------------------------------------------------------------*
      * 1900 - WRITE ONE STATE INTEREST ROW                           *
      *---------------------------------------------------------------*
       1900-WRITE-STATE-ROW.
           WRITE STINT-RECORD
               INVALID KEY
                   DISPLAY 'STILODB - WRITE FAILED FOR STATE '
                       SI-STATE-CODE ' STATUS ' WS-STINTAB-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-LOADED
           END-WRITE.
