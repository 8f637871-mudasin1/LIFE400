      *===============================================================*
      * PROGRAM:   CSCHLODB                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-24                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * ONE-TIME COMMISSION SCHEDULE LOAD                             *
      * DOMAIN:  TERM LIFE - COMMISSION ADMINISTRATION               *
      * PURPOSE: SEED COMMSCH WITH THE ALL-PLANS ROW ('*****') FOR   *
      *          EACH ISSUE CHANNEL. THE FIRST-YEAR RATES ARE THE    *
      *          CHANNEL RATES COMMCALC HAS ALWAYS PAID AT ISSUE     *
      *          (CM-101), SO NEW BUSINESS COMMISSION IS UNCHANGED;  *
      *          YEARS 2 ONWARD ARE THE RENEWAL RATES PAID ON EACH   *
      *          POSTED MODAL PREMIUM. A PLAN WITH A SCHEDULE OF ITS *
      *          OWN IS THEREAFTER ADDED AS A ROW UNDER ITS PLAN     *
      *          CODE, WHICH COMMCALC READS BEFORE THE ALL-PLANS ROW.*
      *---------------------------------------------------------------*
      * CALLED BY: ONE-TIME CONVERSION JOB (CL)                       *
      * FILES:     COMMSCH (OUTPUT INDEXED)                           *
      * COPYBOOK:  CSCHDATA (QCPYSRC)                                 *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSCHLODB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-04-24.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMSCH
               ASSIGN TO DATABASE-COMMSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-SCHEDULE-KEY
               FILE STATUS IS WS-COMMSCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMSCH.
       COPY CSCHDATA.

       WORKING-STORAGE SECTION.
       77  WS-COMMSCH-STATUS         PIC X(02) VALUE SPACES.
       77  WS-COUNT-LOADED           PIC 9(03) VALUE 0.
       77  WS-YEAR-IDX               PIC 9(02) VALUE 0.
       77  WS-FIRST-YEAR-RATE        PIC 9(01)V9999 VALUE 0.
       77  WS-EARLY-RENEWAL-RATE     PIC 9(01)V9999 VALUE 0.
       77  WS-LATE-RENEWAL-RATE      PIC 9(01)V9999 VALUE 0.
      * RENEWAL YEARS 2 THRU WS-EARLY-RENEWAL-YEARS PAY THE EARLY
      * RATE; EVERY LATER YEAR PAYS THE LATE (SERVICE) RATE
       77  WS-EARLY-RENEWAL-YEARS    PIC 9(02) VALUE 5.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN OUTPUT COMMSCH
      * ROWS MUST GO OUT IN ASCENDING KEY ORDER (PLAN/CHANNEL) - THE
      * FILE IS OPENED OUTPUT WITH SEQUENTIAL ACCESS
           PERFORM 1000-LOAD-AGENCY
           PERFORM 1100-LOAD-BROKER
           PERFORM 1200-LOAD-ONLINE
           CLOSE COMMSCH
           DISPLAY 'CSCHLODB - COMMISSION SCHEDULE ROWS LOADED: '
               WS-COUNT-LOADED
           GOBACK.

      *---------------------------------------------------------------*
      * 1000 - AGENCY CHANNEL (AG) - 50% FIRST YEAR, 5% RENEWAL TO    *
      *        YEAR 5, 2% SERVICE THEREAFTER                          *
      *---------------------------------------------------------------*
       1000-LOAD-AGENCY.
           MOVE 'AG' TO CS-ISSUE-CHANNEL
           MOVE 0.5000 TO WS-FIRST-YEAR-RATE
           MOVE 0.0500 TO WS-EARLY-RENEWAL-RATE
           MOVE 0.0200 TO WS-LATE-RENEWAL-RATE
           PERFORM 1900-WRITE-SCHEDULE-ROW.

      *---------------------------------------------------------------*
      * 1100 - BROKER CHANNEL (BR) - 20% FIRST YEAR, 3% RENEWAL TO    *
      *        YEAR 5, 1% SERVICE THEREAFTER                          *
      *---------------------------------------------------------------*
       1100-LOAD-BROKER.
           MOVE 'BR' TO CS-ISSUE-CHANNEL
           MOVE 0.2000 TO WS-FIRST-YEAR-RATE
           MOVE 0.0300 TO WS-EARLY-RENEWAL-RATE
           MOVE 0.0100 TO WS-LATE-RENEWAL-RATE
           PERFORM 1900-WRITE-SCHEDULE-ROW.

      *---------------------------------------------------------------*
      * 1200 - DIRECT ONLINE CHANNEL (ON) - 5% FIRST YEAR, 1% RENEWAL *
      *        TO YEAR 5, NOTHING THEREAFTER                          *
      *---------------------------------------------------------------*
       1200-LOAD-ONLINE.
           MOVE 'ON' TO CS-ISSUE-CHANNEL
           MOVE 0.0500 TO WS-FIRST-YEAR-RATE
           MOVE 0.0100 TO WS-EARLY-RENEWAL-RATE
           MOVE 0 TO WS-LATE-RENEWAL-RATE
           PERFORM 1900-WRITE-SCHEDULE-ROW.

      *---------------------------------------------------------------*
      * 1900 - BUILD AND WRITE ONE ALL-PLANS SCHEDULE ROW FOR THE     *
      *        CHANNEL IN CS-ISSUE-CHANNEL                            *
      *---------------------------------------------------------------*
       1900-WRITE-SCHEDULE-ROW.
           MOVE '*****' TO CS-PLAN-CODE
           MOVE WS-FIRST-YEAR-RATE TO CS-YEAR-RATE (1)
           PERFORM VARYING WS-YEAR-IDX FROM 2 BY 1
                   UNTIL WS-YEAR-IDX > 10
               IF WS-YEAR-IDX > WS-EARLY-RENEWAL-YEARS
                   MOVE WS-LATE-RENEWAL-RATE
                       TO CS-YEAR-RATE (WS-YEAR-IDX)
               ELSE
                   MOVE WS-EARLY-RENEWAL-RATE
                       TO CS-YEAR-RATE (WS-YEAR-IDX)
               END-IF
           END-PERFORM
           WRITE COMMSCH-RECORD
               INVALID KEY
                   DISPLAY 'CSCHLODB - WRITE FAILED FOR CHANNEL '
                       CS-ISSUE-CHANNEL ' STATUS ' WS-COMMSCH-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-LOADED
           END-WRITE.
