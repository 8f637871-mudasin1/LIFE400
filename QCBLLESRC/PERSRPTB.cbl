      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-01-17                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-06-19 - ARCHIVE RECORD RESIZED TO THE        *
      *            CURRENT POLICY MASTER LAYOUT                      *
      *            2000-05-29 - PERIODS ROLLED OFF AUDITPF ARE READ  *
      *            FROM THE AUDHSTPF HISTORY BY ACTION DATE          *
      *            2000-02-28 - ISSUED-EXPOSURE DENOMINATORS AND    *
      *            LAPSE/SURRENDER RATE COLUMNS ADDED TO THE PLAN/   *
      *            CHANNEL/AGENT SECTIONS - COUNTS ALONE COULD NOT   *
      *            COMPARE ONE AGENT'S QUALITY AGAINST ANOTHER'S     *
      *---------------------------------------------------------------*
      * CALLED BY: RUNPERS (CL - MONTHLY BATCH)                      *
      * FILES:     AUDITPF (INPUT SEQUENTIAL - STATUS TRANSITIONS)   *
      *            AUDHSTPF (INPUT INDEXED, ACCESS DYNAMIC - ROLLED- *
      *            OVER AUDIT HISTORY)                               *
      *            POLMST  (INPUT INDEXED, ACCESS DYNAMIC)           *
      *            POLHST  (INPUT INDEXED, ACCESS DYNAMIC - ARCHIVE) *
      *            PERSRPT (OUTPUT SEQUENTIAL - ANALYSIS REPORT)     *
      * COPYBOOK:  POLDATA, AUDITDATA, AUDHDATA, AUDHREAD, DATEWRK,  *
      *            DATECALC (QCPYSRC)                                *
      *---------------------------------------------------------------*
      * LK-PERIOD-FROM/LK-PERIOD-TO BOUND THE LAPSE/SURRENDER EVENT  *
      * ANALYSIS ON AU-ACTION-DATE; BOTH ZERO ANALYZES THE WHOLE     *
      * TRAIL. ROWS AUDROLB HAS ROLLED OFF AUDITPF ARE READ FROM     *
      * AUDHSTPF FOR THE SAME DATES, SO A PERIOD SPANNING A ROLLOVER *
      * IS STILL COMPLETE. THE COHORT PERSISTENCY SECTION ALWAYS     *
      * COVERS EVERY COHORT OLD ENOUGH TO MEASURE (ISSUE + 13 MONTHS *
      * AT OR BEFORE THE RUN DATE).                                   *
      *---------------------------------------------------------------*
      * PERSISTENCY RULES: A POLICY PERSISTS THROUGH MONTH 13 IF IT  *
      * IS IN FORCE NOW (AC/GR/RS), OR - FOR A LAPSED OR TERMINATED  *
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
           SELECT AUDHSTPF
               ASSIGN TO DATABASE-AUDHSTPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AY-HISTORY-KEY
               FILE STATUS IS WS-AUDHST-STATUS.
           SELECT POLMST
               ASSIGN TO DATABASE-POLMST
               ORGANIZATION IS INDEXED
       FILE SECTION.
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  AUDHSTPF.
       COPY AUDHDATA.
       FD  POLMST.
       COPY POLDATA.
       FD  POLHST.
       01  AH-ARCHIVE-RECORD.
           05  AH-POLICY-ID          PIC X(12).
           05  AH-POLICY-DATA        PIC X(1811).
           05  FILLER                PIC X(07).
       FD  PERSRPT.
       01  RPT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       COPY DATEWRK.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDHST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDH-FROM-DATE         PIC 9(08) VALUE 0.
       77  WS-AUDH-TO-DATE           PIC 9(08) VALUE 0.
       77  WS-AUDH-EOF-FLAG          PIC X VALUE 'N'.
           88  WS-AUDH-EOF           VALUE 'Y'.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POLHST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-LAPSE-PCT              PIC 9(03)V99 VALUE 0.
       77  WS-SURR-PCT               PIC 9(03)V99 VALUE 0.
       77  WS-COUNT-AUDIT-READ       PIC 9(09) VALUE 0.
       77  WS-COUNT-HIST-READ        PIC 9(09) VALUE 0.
       77  WS-COUNT-LAPSE-EVENTS     PIC 9(07) VALUE 0.
       77  WS-COUNT-SURR-EVENTS      PIC 9(07) VALUE 0.
       77  WS-COUNT-UNRESOLVED       PIC 9(07) VALUE 0.

      *---------------------------------------------------------------*
      * 1000 - WALK THE AUDIT TRAIL FOR THE PERIOD'S LAPSE AND        *
      *        SURRENDER EVENTS (PS-101) - THE ROLLED-OVER HISTORY    *
      *        FOR THE PERIOD FIRST (PS-105), THEN THE LIVE AUDITPF   *
      *---------------------------------------------------------------*
       1000-ANALYZE-AUDIT-EVENTS.
           MOVE LK-PERIOD-FROM TO WS-AUDH-FROM-DATE
           MOVE LK-PERIOD-TO TO WS-AUDH-TO-DATE
           PERFORM 8100-START-AUDIT-HISTORY
           IF NOT WS-AUDH-EOF
               PERFORM 8110-READ-NEXT-AUDIT-HISTORY
           END-IF
           PERFORM UNTIL WS-AUDH-EOF
               ADD 1 TO WS-COUNT-HIST-READ
               PERFORM 1200-CLASSIFY-ONE-ROW
               PERFORM 8110-READ-NEXT-AUDIT-HISTORY
           END-PERFORM
           PERFORM 1100-READ-NEXT-AUDIT
           PERFORM UNTIL WS-AUDIT-EOF
               PERFORM 1200-CLASSIFY-ONE-ROW
           MOVE WS-COUNT-AUDIT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HISTORY ROWS READ. . . . . .' TO RS-LABEL
           MOVE WS-COUNT-HIST-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LAPSE EVENTS ANALYZED. . . .' TO RS-LABEL
           MOVE WS-COUNT-LAPSE-EVENTS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.
      *---------------------------------------------------------------*
      * 8100 THRU 8110 - ROLLED-OVER AUDIT HISTORY FOR A PERIOD        *
      * SHARED WITH VALEXTB VIA COPYBOOK AUDHREAD                      *
      *---------------------------------------------------------------*
       COPY AUDHREAD.
