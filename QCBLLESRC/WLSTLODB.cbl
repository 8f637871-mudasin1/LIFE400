      *===============================================================*
      * PROGRAM:   WLSTLODB                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-03                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * SANCTIONS WATCH-LIST LOAD                                     *
      * DOMAIN:  COMPLIANCE - SANCTIONS SCREENING                    *
      * PURPOSE: REBUILD WATCHLST FROM THE REGULATOR'S PUBLISHED     *
      *          LIST EACH TIME A NEW EDITION IS RECEIVED. THE LIST  *
      *          IS A COMPLETE REPLACEMENT, NOT A SET OF CHANGES, SO *
      *          THE FILE IS OPENED OUTPUT AND EVERY PRIMARY NAME    *
      *          AND ALIAS ON THE NEW EDITION IS WRITTEN UNDER ITS   *
      *          NORMALIZED MATCH KEY (COPYBOOK NAMENORM). A NAME    *
      *          WITH NO LETTERS OR DIGITS IS REJECTED; THE SAME     *
      *          ENTRY/ALIAS TWICE IS COUNTED AS A DUPLICATE AND THE *
      *          FIRST KEPT.                                          *
      *---------------------------------------------------------------*
      * CALLED BY: WLSTLOD (CL - ON RECEIPT OF A NEW LIST EDITION)   *
      * FILES:     REGLSTPF (INPUT SEQUENTIAL - REGULATOR LIST)      *
      *            WATCHLST (OUTPUT INDEXED, ACCESS RANDOM)          *
      * COPYBOOK:  WLSTDATA, SANWRK, NAMENORM (QCPYSRC)              *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSTLODB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-04-03.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLSTPF
               ASSIGN TO DATABASE-REGLSTPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGLST-STATUS.
           SELECT WATCHLST
               ASSIGN TO DATABASE-WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WL-WATCH-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLSTPF.
       01  REG-LIST-RECORD.
           05  RL-ENTRY-ID           PIC X(10).
           05  RL-NAME-SEQ           PIC 9(02).
           05  RL-NAME-TYPE          PIC X(01).
           05  RL-LIST-NAME          PIC X(60).
           05  RL-SANCTION-PROGRAM   PIC X(10).
           05  RL-LIST-DATE          PIC 9(08).
           05  FILLER                PIC X(29).
       FD  WATCHLST.
       COPY WLSTDATA.

       WORKING-STORAGE SECTION.
       COPY SANWRK.
       77  WS-REGLST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-LOADED           PIC 9(07) VALUE 0.
       77  WS-COUNT-REJECTED         PIC 9(07) VALUE 0.
       77  WS-COUNT-DUPLICATE        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN INPUT REGLSTPF
           OPEN OUTPUT WATCHLST
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM 0200-READ-NEXT-ENTRY
           PERFORM UNTIL WS-EOF
               PERFORM 0300-LOAD-ONE-NAME
               PERFORM 0200-READ-NEXT-ENTRY
           END-PERFORM
           CLOSE REGLSTPF WATCHLST
           DISPLAY 'WLSTLODB - LIST NAMES READ:     ' WS-COUNT-READ
           DISPLAY 'WLSTLODB - WATCH ROWS LOADED:   ' WS-COUNT-LOADED
           DISPLAY 'WLSTLODB - NAMES REJECTED:      ' WS-COUNT-REJECTED
           DISPLAY 'WLSTLODB - DUPLICATES IGNORED:  ' WS-COUNT-DUPLICATE
           GOBACK.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT REGULATOR LIST ENTRY                         *
      *---------------------------------------------------------------*
       0200-READ-NEXT-ENTRY.
           READ REGLSTPF
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - BUILD AND WRITE ONE WATCH-LIST ROW                      *
      *---------------------------------------------------------------*
       0300-LOAD-ONE-NAME.
           MOVE RL-LIST-NAME TO WS-NN-INPUT
           PERFORM 8290-NORMALIZE-NAME
           IF WS-NN-OUTPUT = SPACES
               ADD 1 TO WS-COUNT-REJECTED
               DISPLAY 'WLSTLODB - NO USABLE NAME ON ENTRY '
                   RL-ENTRY-ID ' SEQ ' RL-NAME-SEQ
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WATCH-RECORD
           MOVE WS-NN-OUTPUT TO WL-MATCH-NAME
           MOVE RL-ENTRY-ID TO WL-ENTRY-ID
           MOVE RL-NAME-SEQ TO WL-NAME-SEQ
           MOVE RL-LIST-NAME TO WL-LIST-NAME
      * ANYTHING OTHER THAN AN EXPLICIT ALIAS IS TREATED AS PRIMARY
           IF RL-NAME-TYPE = 'A'
               MOVE 'A' TO WL-NAME-TYPE
           ELSE
               MOVE 'P' TO WL-NAME-TYPE
           END-IF
           MOVE RL-SANCTION-PROGRAM TO WL-SANCTION-PROGRAM
           MOVE RL-LIST-DATE TO WL-LIST-DATE
           MOVE WS-CURR-DATE TO WL-LOAD-DATE
           WRITE WATCH-RECORD
               INVALID KEY
                   ADD 1 TO WS-COUNT-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-LOADED
           END-WRITE.

      *---------------------------------------------------------------*
      * 8290 - NORMALIZE ONE NAME TO ITS MATCH KEY                    *
      * SHARED WITH THE SCREENING PROGRAMS VIA COPYBOOK NAMENORM      *
      *---------------------------------------------------------------*
       COPY NAMENORM.
