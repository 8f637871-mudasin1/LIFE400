      *===============================================================*
      * PROGRAM:   AUDROLB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-29                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * AUDIT TRAIL KEYED LOAD AND PERIOD ROLLOVER                   *
      * DOMAIN:  OPERATIONS - BATCH CONTROL                          *
      * PURPOSE: AUDITPF IS ONE APPEND-ONLY SEQUENTIAL FILE THAT HAS *
      *          NEVER BEEN ROLLED OVER, SO POLINQB READ THE WHOLE   *
      *          TRAIL BACK TO 1997 FOR ONE POLICY'S HISTORY AND THE *
      *          PERIOD REPORTS SCANNED ALL OF IT ON EVERY RUN. THE  *
      *          WRITERS ARE LEFT EXACTLY AS THEY ARE; THIS BATCH    *
      *          DOES THE REST, IN TWO MODES:                        *
      *          MODE K (KEYED LOAD) - COPY EVERY AUDITPF ROW WRITTEN*
      *          SINCE THE LAST LOAD TO AUDKEYPF, KEYED BY POLICY ID *
      *          AND ACTION DATE. ROWS ALREADY LOADED ARE FENCED OFF *
      *          BY A HIGH-WATER ROW COUNT ON AUDCTLPF - THE SAME    *
      *          DEVICE BALCTLB AND GLEXTRB USE.                     *
      *          MODE R (ROLLOVER) - LOAD AS MODE K, THEN MOVE EVERY *
      *          ROW DATED IN A CLOSED MONTH OLDER THAN THE OPEN     *
      *          WINDOW TO THE AUDHSTPF HISTORY FILE (KEYED BY ACTION*
      *          DATE) AND REWRITE AUDITPF WITH THE REST, IN THEIR   *
      *          ORIGINAL ORDER. EVERY AUDITPF ROW-COUNT MARK - THE  *
      *          KEYED LOAD MARK HERE AND BALCTLB'S SNAPSHOT MARK ON *
      *          BALCTLPF - IS REDUCED BY THE ROWS TAKEN FROM BELOW  *
      *          IT, SO EACH STILL FENCES OFF THE SAME ROWS.         *
      *          GLEXTRB'S MARKS COUNT GLJRNPF AND COMMPF ROWS, WHICH*
      *          THIS BATCH NEVER TOUCHES.                           *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - MODE K, LAST STEP OF THE NIGHTLY     *
      *            CHAIN, AFTER GLEXTRB)                             *
      *            RUNAROL (CL - MODE R, MONTHLY AFTER THE MONTH-END *
      *            REPORTS, OUTSIDE THE DLYUPD BALANCE WINDOW)       *
      * FILES:     AUDITPF (INPUT SEQUENTIAL; OUTPUT WHEN A          *
      *            ROLLOVER REWRITES IT)                             *
      *            AUDKEYPF (I-O INDEXED - KEYED TRAIL, CREATED ON   *
      *            FIRST RUN)                                        *
      *            AUDHSTPF (I-O INDEXED - ROLLED-OVER HISTORY,      *
      *            CREATED ON FIRST ROLLOVER)                        *
      *            AUDWRKPF (SEQUENTIAL WORK FILE - ROWS KEPT ON THE *
      *            LIVE TRAIL DURING A ROLLOVER)                     *
      *            AUDCTLPF (I-O INDEXED - LOAD MARK AND ROLLOVER    *
      *            CONTROL, CREATED ON FIRST RUN)                    *
      *            BALCTLPF (I-O INDEXED - BALCTLB SNAPSHOT MARK,    *
      *            MODE R ONLY)                                      *
      *            AUDROLRP (OUTPUT SEQUENTIAL - RUN SUMMARY)        *
      * COPYBOOK:  AUDITDATA, AUDKDATA, AUDHDATA, AUDCDATA, BALCDATA *
      *            (QCPYSRC)                                         *
      *---------------------------------------------------------------*
      * LK-RUN-MODE: K = KEYED LOAD ONLY, R = KEYED LOAD AND ROLLOVER*
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDROLB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-05-29.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
           SELECT AUDKEYPF
               ASSIGN TO DATABASE-AUDKEYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AK-AUDIT-KEY
               FILE STATUS IS WS-AUDKEYPF-STATUS.
           SELECT AUDHSTPF
               ASSIGN TO DATABASE-AUDHSTPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AY-HISTORY-KEY
               FILE STATUS IS WS-AUDHST-STATUS.
           SELECT AUDWRKPF
               ASSIGN TO DATABASE-AUDWRKPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDWRK-STATUS.
           SELECT AUDCTLPF
               ASSIGN TO DATABASE-AUDCTLPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CONTROL-ID
               FILE STATUS IS WS-AUDCTL-STATUS.
           SELECT BALCTLPF
               ASSIGN TO DATABASE-BALCTLPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-CONTROL-ID
               FILE STATUS IS WS-BALCTL-STATUS.
           SELECT AUDROLRP
               ASSIGN TO DATABASE-AUDROLRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  AUDKEYPF.
       COPY AUDKDATA.
       FD  AUDHSTPF.
       COPY AUDHDATA.
       FD  AUDWRKPF.
       01  AUDWRK-RECORD             PIC X(86).
       FD  AUDCTLPF.
       COPY AUDCDATA.
       FD  BALCTLPF.
       COPY BALCDATA.
       FD  AUDROLRP.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDKEYPF-STATUS        PIC X(02) VALUE SPACES.
       77  WS-AUDHST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDWRK-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-BALCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-AUDIT-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-AUDIT-EOF          VALUE 'Y'.
       77  WS-WORK-EOF-FLAG          PIC X VALUE 'N'.
           88  WS-WORK-EOF           VALUE 'Y'.
       77  WS-FOUND-CONTROL-FLAG     PIC X VALUE 'N'.
           88  WS-FOUND-CONTROL      VALUE 'Y'.
       77  WS-FOUND-SNAPSHOT-FLAG    PIC X VALUE 'N'.
           88  WS-FOUND-SNAPSHOT     VALUE 'Y'.
       77  WS-KEYED-WRITTEN-FLAG     PIC X VALUE 'N'.
           88  WS-KEYED-WRITTEN      VALUE 'Y'.
       77  WS-HIST-WRITTEN-FLAG      PIC X VALUE 'N'.
           88  WS-HIST-WRITTEN       VALUE 'Y'.
      * CLOSED MONTHS KEPT ON THE LIVE TRAIL BEHIND THE CURRENT ONE -
      * LAST MONTH STAYS ON AUDITPF THROUGH THIS MONTH'S REPORTING
       77  WS-AUDIT-OPEN-MONTHS      PIC 9(02) VALUE 1.
       77  WS-ROLL-MONTH-WORK        PIC S9(04) VALUE 0.
       77  WS-COUNT-AUDIT-ROWS       PIC 9(09) VALUE 0.
       77  WS-COUNT-KEYED            PIC 9(09) VALUE 0.
       77  WS-COUNT-ROLLED           PIC 9(09) VALUE 0.
       77  WS-COUNT-KEPT             PIC 9(09) VALUE 0.
       77  WS-COUNT-HIST-REJECTED    PIC 9(09) VALUE 0.
       77  WS-ROLLED-BELOW-KEYED     PIC 9(09) VALUE 0.
       77  WS-ROLLED-BELOW-BALCTL    PIC 9(09) VALUE 0.
       77  WS-MARK-RESET-FLAG        PIC X VALUE 'N'.
           88  WS-MARK-RESET         VALUE 'Y'.

       01  WS-ROLL-CUTOFF-DATE       PIC 9(08) VALUE 0.
       01  WS-ROLL-CUTOFF-PARTS REDEFINES WS-ROLL-CUTOFF-DATE.
           05  WS-RC-YEAR            PIC 9(04).
           05  WS-RC-MONTH           PIC 9(02).
           05  WS-RC-DAY             PIC 9(02).

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'AUDROLB - AUDIT TRAIL KEYED LOAD AND PERIOD ROLLOVER'.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                PIC X(41) VALUE SPACES.

       01  WS-RPT-DATE-LINE.
           05  RD-LABEL              PIC X(30).
           05  RD-DATE               PIC 9(08).
           05  FILLER                PIC X(42) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-RUN-MODE               PIC X(01).

       PROCEDURE DIVISION USING LK-RUN-MODE.

       MAIN-PROCESS.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM 0050-OPEN-CONTROL-FILE
           PERFORM 0060-READ-CONTROL-ROW
           OPEN OUTPUT AUDROLRP
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1000-LOAD-KEYED-AUDIT
           IF LK-RUN-MODE = 'R'
               PERFORM 2000-ROLL-CLOSED-PERIODS
           END-IF
           PERFORM 0900-WRITE-SUMMARY
           CLOSE AUDCTLPF
           CLOSE AUDROLRP
           GOBACK.

      *---------------------------------------------------------------*
      * 0050 - OPEN THE CONTROL FILE, CREATING IT ON FIRST-EVER RUN   *
      *---------------------------------------------------------------*
       0050-OPEN-CONTROL-FILE.
           OPEN I-O AUDCTLPF
           IF WS-AUDCTL-STATUS = '35'
               OPEN OUTPUT AUDCTLPF
               CLOSE AUDCTLPF
               OPEN I-O AUDCTLPF
           END-IF.

      *---------------------------------------------------------------*
      * 0060 - READ THE CONTROL ROW - THE FIRST RUN STARTS FROM ZERO  *
      *        AND LOADS THE WHOLE EXISTING TRAIL                     *
      *---------------------------------------------------------------*
       0060-READ-CONTROL-ROW.
           MOVE 'AUDITCTL' TO AC-CONTROL-ID
           READ AUDCTLPF
               INVALID KEY
                   INITIALIZE AUDCTL-RECORD
                   MOVE 'AUDITCTL' TO AC-CONTROL-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-CONTROL-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0070 - SAVE THE CONTROL ROW                                   *
      *---------------------------------------------------------------*
       0070-SAVE-CONTROL-ROW.
           MOVE 'AUDITCTL' TO AC-CONTROL-ID
           IF WS-FOUND-CONTROL
               REWRITE AUDCTL-RECORD
           ELSE
               WRITE AUDCTL-RECORD
               MOVE 'Y' TO WS-FOUND-CONTROL-FLAG
           END-IF.

      *---------------------------------------------------------------*
      * 1000 - COPY THE AUDITPF ROWS WRITTEN SINCE THE LAST LOAD TO   *
      *        THE KEYED TRAIL                             (AR-101)   *
      *        THE MARK IS SAVED AS SOON AS THE LOAD ENDS, SO A       *
      *        ROLLOVER THAT FAILS AFTERWARD NEVER LOADS A ROW TWICE  *
      *---------------------------------------------------------------*
       1000-LOAD-KEYED-AUDIT.
           OPEN I-O AUDKEYPF
           IF WS-AUDKEYPF-STATUS = '35'
               OPEN OUTPUT AUDKEYPF
               CLOSE AUDKEYPF
               OPEN I-O AUDKEYPF
           END-IF
           MOVE 0 TO WS-COUNT-AUDIT-ROWS
           MOVE 'N' TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDITPF
           PERFORM 1100-READ-NEXT-AUDIT
           PERFORM UNTIL WS-AUDIT-EOF
               IF WS-COUNT-AUDIT-ROWS > AC-KEYED-HIGH-WATER
                   PERFORM 1200-WRITE-KEYED-ROW
               END-IF
               PERFORM 1100-READ-NEXT-AUDIT
           END-PERFORM
           CLOSE AUDITPF
           CLOSE AUDKEYPF
      * AR-102: A TRAIL SHORTER THAN THE MARK WAS CUT BACK OUTSIDE
      *         THIS PROGRAM (E.G. RESTORED FROM A SAVE). WHICH ROWS
      *         WENT IS UNKNOWN, SO NOTHING IS RELOADED - THE MARK IS
      *         PULLED BACK TO THE ROWS NOW ON FILE AND THE RUN SAYS
      *         SO; ROWS WRITTEN FROM HERE ON LOAD NORMALLY
           IF WS-COUNT-AUDIT-ROWS < AC-KEYED-HIGH-WATER
               MOVE 'Y' TO WS-MARK-RESET-FLAG
               DISPLAY 'AUDROLB - AUDITPF SHORTER THAN THE KEYED MARK'
               DISPLAY 'AUDROLB - CHECK AUDKEYPF BEFORE THE NEXT LOAD'
           END-IF
           MOVE WS-COUNT-AUDIT-ROWS TO AC-KEYED-HIGH-WATER
           MOVE WS-CURR-DATE TO AC-LAST-LOAD-DATE
           PERFORM 0070-SAVE-CONTROL-ROW.

      *---------------------------------------------------------------*
      * 1100 - READ NEXT AUDIT ROW                                    *
      *---------------------------------------------------------------*
       1100-READ-NEXT-AUDIT.
           READ AUDITPF
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-FLAG
           END-READ
           IF NOT WS-AUDIT-EOF
               ADD 1 TO WS-COUNT-AUDIT-ROWS
           END-IF.

      *---------------------------------------------------------------*
      * 1200 - WRITE ONE ROW TO THE KEYED TRAIL - A SECOND ROW FOR THE*
      *        SAME POLICY ON THE SAME DAY STEPS THE SEQUENCE NUMBER, *
      *        SO THE KEY KEEPS THE ROWS IN THEIR AUDITPF ORDER       *
      *---------------------------------------------------------------*
       1200-WRITE-KEYED-ROW.
           INITIALIZE AUDIT-KEYED-RECORD
           MOVE AU-POLICY-ID TO AK-POLICY-ID
           MOVE AU-ACTION-DATE TO AK-ACTION-DATE
           MOVE AUDIT-RECORD TO AK-AUDIT-IMAGE
           MOVE 0 TO AK-SEQ-NO
           MOVE 'N' TO WS-KEYED-WRITTEN-FLAG
           PERFORM UNTIL WS-KEYED-WRITTEN
               ADD 1 TO AK-SEQ-NO
               WRITE AUDIT-KEYED-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KEYED-WRITTEN-FLAG
               END-WRITE
           END-PERFORM
           ADD 1 TO WS-COUNT-KEYED.

      *---------------------------------------------------------------*
      * 2000 - MODE R: MOVE THE CLOSED PERIODS TO THE HISTORY FILE AND*
      *        REWRITE THE LIVE TRAIL WITH THE REST        (AR-201)   *
      *---------------------------------------------------------------*
       2000-ROLL-CLOSED-PERIODS.
           PERFORM 2050-SET-ROLL-CUTOFF
           OPEN I-O AUDHSTPF
           IF WS-AUDHST-STATUS = '35'
               OPEN OUTPUT AUDHSTPF
               CLOSE AUDHSTPF
               OPEN I-O AUDHSTPF
           END-IF
           PERFORM 2400-READ-BALANCE-MARK
           MOVE 0 TO WS-COUNT-AUDIT-ROWS
           MOVE 'N' TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDITPF
           OPEN OUTPUT AUDWRKPF
           PERFORM 1100-READ-NEXT-AUDIT
           PERFORM UNTIL WS-AUDIT-EOF
               PERFORM 2100-SPLIT-ONE-ROW
               PERFORM 1100-READ-NEXT-AUDIT
           END-PERFORM
           CLOSE AUDITPF
           CLOSE AUDWRKPF
           CLOSE AUDHSTPF
      * AR-203: NOTHING ROLLED - AUDITPF IS LEFT EXACTLY AS IT WAS
           IF WS-COUNT-ROLLED > 0
               PERFORM 2300-REBUILD-AUDIT-TRAIL
               SUBTRACT WS-ROLLED-BELOW-KEYED FROM AC-KEYED-HIGH-WATER
               PERFORM 2450-ADJUST-BALANCE-MARK
           END-IF
           IF WS-FOUND-SNAPSHOT
               CLOSE BALCTLPF
           END-IF
           IF WS-ROLL-CUTOFF-DATE > AC-ROLLED-BEFORE
               MOVE WS-ROLL-CUTOFF-DATE TO AC-ROLLED-BEFORE
           END-IF
           MOVE WS-CURR-DATE TO AC-LAST-ROLL-DATE
           MOVE WS-COUNT-ROLLED TO AC-LAST-ROLL-COUNT
           PERFORM 0070-SAVE-CONTROL-ROW.

      *---------------------------------------------------------------*
      * 2050 - ROLL CUTOFF = FIRST DAY OF THE OLDEST MONTH STILL OPEN:*
      *        THE CURRENT MONTH LESS WS-AUDIT-OPEN-MONTHS            *
      *---------------------------------------------------------------*
       2050-SET-ROLL-CUTOFF.
           MOVE WS-CURR-DATE TO WS-ROLL-CUTOFF-DATE
           MOVE 1 TO WS-RC-DAY
           COMPUTE WS-ROLL-MONTH-WORK =
               WS-RC-MONTH - WS-AUDIT-OPEN-MONTHS
           PERFORM UNTIL WS-ROLL-MONTH-WORK > 0
               ADD 12 TO WS-ROLL-MONTH-WORK
               SUBTRACT 1 FROM WS-RC-YEAR
           END-PERFORM
           MOVE WS-ROLL-MONTH-WORK TO WS-RC-MONTH.

      *---------------------------------------------------------------*
      * 2100 - SEND ONE ROW TO THE HISTORY FILE OR KEEP IT ON THE LIVE*
      *        TRAIL                                       (AR-202)   *
      *        ROWS TAKEN FROM AT OR BELOW A ROW-COUNT MARK ARE       *
      *        COUNTED SO THE MARK CAN BE PULLED DOWN BY EXACTLY THAT *
      *        MANY                                                   *
      *---------------------------------------------------------------*
       2100-SPLIT-ONE-ROW.
           MOVE 'N' TO WS-HIST-WRITTEN-FLAG
           IF AU-ACTION-DATE < WS-ROLL-CUTOFF-DATE
               PERFORM 2200-WRITE-HISTORY-ROW
           END-IF
           IF WS-HIST-WRITTEN
               ADD 1 TO WS-COUNT-ROLLED
               IF WS-COUNT-AUDIT-ROWS <= AC-KEYED-HIGH-WATER
                   ADD 1 TO WS-ROLLED-BELOW-KEYED
               END-IF
               IF WS-FOUND-SNAPSHOT AND
                  WS-COUNT-AUDIT-ROWS <= BC-AUDIT-HIGH-WATER
                   ADD 1 TO WS-ROLLED-BELOW-BALCTL
               END-IF
           ELSE
               WRITE AUDWRK-RECORD FROM AUDIT-RECORD
               ADD 1 TO WS-COUNT-KEPT
           END-IF.

      *---------------------------------------------------------------*
      * 2200 - WRITE ONE ROW TO THE HISTORY FILE - A ROW THE          *
      *        HISTORY FILE REFUSES STAYS ON THE LIVE TRAIL RATHER    *
      *        THAN BE LOST                                           *
      *---------------------------------------------------------------*
       2200-WRITE-HISTORY-ROW.
           INITIALIZE AUDIT-HISTORY-RECORD
           ADD 1 TO AC-HIST-LAST-SEQ
           MOVE AU-ACTION-DATE TO AY-ACTION-DATE
           MOVE AC-HIST-LAST-SEQ TO AY-ROLL-SEQ
           MOVE WS-CURR-DATE TO AY-ROLLED-DATE
           MOVE AUDIT-RECORD TO AY-AUDIT-IMAGE
           WRITE AUDIT-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-COUNT-HIST-REJECTED
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-WRITTEN-FLAG
           END-WRITE.

      *---------------------------------------------------------------*
      * 2300 - REWRITE AUDITPF WITH THE KEPT ROWS, IN THEIR ORIGINAL  *
      *        ORDER                                       (AR-203)   *
      *---------------------------------------------------------------*
       2300-REBUILD-AUDIT-TRAIL.
           OPEN OUTPUT AUDITPF
           OPEN INPUT AUDWRKPF
           MOVE 'N' TO WS-WORK-EOF-FLAG
           PERFORM 2310-READ-NEXT-KEPT
           PERFORM UNTIL WS-WORK-EOF
               WRITE AUDIT-RECORD FROM AUDWRK-RECORD
               PERFORM 2310-READ-NEXT-KEPT
           END-PERFORM
           CLOSE AUDITPF
           CLOSE AUDWRKPF.

      *---------------------------------------------------------------*
      * 2310 - READ NEXT KEPT ROW FROM THE WORK FILE                  *
      *---------------------------------------------------------------*
       2310-READ-NEXT-KEPT.
           READ AUDWRKPF
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 2400 - READ BALCTLB'S SNAPSHOT ROW FOR ITS AUDITPF MARK - A   *
      *        SHOP THAT HAS NEVER RUN BALCTLB HAS NO MARK TO KEEP IN *
      *        STEP                                                   *
      *---------------------------------------------------------------*
       2400-READ-BALANCE-MARK.
           MOVE 'N' TO WS-FOUND-SNAPSHOT-FLAG
           OPEN I-O BALCTLPF
           IF WS-BALCTL-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BALCTL  ' TO BC-CONTROL-ID
           READ BALCTLPF
               INVALID KEY
                   CLOSE BALCTLPF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SNAPSHOT-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 2450 - PULL BALCTLB'S MARK DOWN BY THE ROWS ROLLED FROM       *
      *        BELOW IT (AR-204) - A SNAPSHOT TAKEN BEFORE THE        *
      *        ROLLOVER STILL FENCES OFF THE SAME ROWS AT THE         *
      *        END-OF-CHAIN RECONCILE                                 *
      *---------------------------------------------------------------*
       2450-ADJUST-BALANCE-MARK.
           IF NOT WS-FOUND-SNAPSHOT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-ROLLED-BELOW-BALCTL FROM BC-AUDIT-HIGH-WATER
           REWRITE BALANCE-RECORD.

      *---------------------------------------------------------------*
      * 0900 - WRITE THE RUN SUMMARY                                  *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'AUDITPF ROWS READ. . . . . .' TO RS-LABEL
           MOVE WS-COUNT-AUDIT-ROWS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ROWS LOADED TO AUDKEYPF. . .' TO RS-LABEL
           MOVE WS-COUNT-KEYED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MARK-RESET
               MOVE '*** AUDITPF SHORTER THAN KEYED MARK - MARK RESET'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF LK-RUN-MODE NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ROWS DATED BEFORE. . . . . .' TO RD-LABEL
           MOVE WS-ROLL-CUTOFF-DATE TO RD-DATE
           MOVE WS-RPT-DATE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ROWS ROLLED TO AUDHSTPF. . .' TO RS-LABEL
           MOVE WS-COUNT-ROLLED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ROWS KEPT ON AUDITPF . . . .' TO RS-LABEL
           MOVE WS-COUNT-KEPT TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HISTORY WRITES REFUSED . . .' TO RS-LABEL
           MOVE WS-COUNT-HIST-REJECTED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BALCTLB MARK REDUCED BY. . .' TO RS-LABEL
           MOVE WS-ROLLED-BELOW-BALCTL TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.
