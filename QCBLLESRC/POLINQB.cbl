      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-01-31                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-06-19 - ARCHIVE RECORD RESIZED TO THE        *
      *            CURRENT POLICY MASTER LAYOUT                      *
      *            2000-05-29 - AUDIT HISTORY READ BY KEY FROM       *
      *            AUDKEYPF; ONLY ROWS NOT YET LOADED ARE READ OFF   *
      *            AUDITPF                                           *
      *            2000-04-17 - SHOWS THE SERVICING AGENT            *
      *---------------------------------------------------------------*
      * CONSOLIDATED POLICY INQUIRY                                   *
      * DOMAIN:  SERVICING - SERVICE DESK INQUIRY                    *
      *          THE LOAN BALANCE WITH INTEREST ACCRUED TO TODAY     *
      *          (THE 2750 CALCULATION, DISPLAY ONLY - NOTHING IS    *
      *          REWRITTEN), AND THE POLICY'S FULL AUDIT HISTORY IN  *
      *          DATE ORDER - READ BY KEY FROM AUDKEYPF, WHICH HOLDS *
      *          EVERY ROW UP TO THE LAST AUDROLB LOAD INCLUDING THE *
      *          ROLLED-OVER PERIODS, THEN THE FEW AUDITPF ROWS      *
      *          WRITTEN SINCE THAT LOAD.                             *
      *---------------------------------------------------------------*
      * CALLED BY: RUNINQ (CL - SERVICE DESK INQUIRY)                *
      * FILES:     POLMST  (INPUT INDEXED)                           *
      *            BENEPF  (INPUT INDEXED, ACCESS DYNAMIC)           *
      *            REFQPF  (INPUT INDEXED)                           *
      *            AUDITPF (INPUT SEQUENTIAL)                        *
      *            AUDKEYPF (INPUT INDEXED, ACCESS DYNAMIC - KEYED   *
      *            AUDIT TRAIL)                                      *
      *            AUDCTLPF (INPUT INDEXED - KEYED LOAD MARK)        *
      *            INQRPT  (OUTPUT SEQUENTIAL - INQUIRY SPOOL)       *
      * COPYBOOK:  POLDATA, BENFDATA, REFQDATA, AUDITDATA, AUDKDATA, *
      *            AUDCDATA, DATEWRK, DATECALC (QCPYSRC)             *
      *---------------------------------------------------------------*
      * RETURN CODES (LK-RETURN-CODE):                                *
      *  00 - POLICY FOUND AND PRESENTED                             *
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
           SELECT AUDKEYPF
               ASSIGN TO DATABASE-AUDKEYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-AUDIT-KEY
               FILE STATUS IS WS-AUDKEYPF-STATUS.
           SELECT AUDCTLPF
               ASSIGN TO DATABASE-AUDCTLPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CONTROL-ID
               FILE STATUS IS WS-AUDCTL-STATUS.
           SELECT INQRPT
               ASSIGN TO DATABASE-INQRPT
               ORGANIZATION IS SEQUENTIAL
       FD  POLHST.
       01  AH-ARCHIVE-RECORD.
           05  AH-POLICY-ID          PIC X(12).
           05  AH-POLICY-DATA        PIC X(1811).
           05  FILLER                PIC X(07).
       FD  BENEPF.
       COPY BENFDATA.
       COPY REFQDATA.
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  AUDKEYPF.
       COPY AUDKDATA.
       FD  AUDCTLPF.
       COPY AUDCDATA.
       FD  INQRPT.
       01  RPT-LINE                  PIC X(80).

       77  WS-BENEPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDKEYPF-STATUS        PIC X(02) VALUE SPACES.
       77  WS-AUDCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-NO-ARCHIVE-FLAG        PIC X VALUE 'N'.
           88  WS-BENEF-EOF          VALUE 'Y'.
       77  WS-AUDIT-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-AUDIT-EOF          VALUE 'Y'.
       77  WS-KEYED-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-KEYED-EOF          VALUE 'Y'.
       77  WS-NO-KEYED-FLAG          PIC X VALUE 'N'.
           88  WS-NO-KEYED           VALUE 'Y'.
       77  WS-NO-AUDCTL-FLAG         PIC X VALUE 'N'.
           88  WS-NO-AUDCTL          VALUE 'Y'.
       77  WS-KEYED-HIGH-WATER       PIC 9(09) VALUE 0.
       77  WS-COUNT-AUDIT-ROWS       PIC 9(09) VALUE 0.
       77  WS-RIDER-IDX              PIC 9(02) VALUE 0.
       77  WS-BENEF-LINES            PIC 9(03) VALUE 0.
       77  WS-AUDIT-LINES            PIC 9(05) VALUE 0.
           OPEN INPUT BENEPF
           OPEN INPUT REFQPF
           OPEN INPUT AUDITPF
           PERFORM 0060-OPEN-KEYED-AUDIT
           OPEN OUTPUT INQRPT
           PERFORM 1000-FIND-POLICY
           IF NOT WS-POLICY-FOUND
               MOVE 'Y' TO WS-NO-ARCHIVE-FLAG
           END-IF.

      *---------------------------------------------------------------*
      * 0060 - OPEN THE KEYED AUDIT TRAIL AND ITS LOAD MARK - UNTIL   *
      *        AUDROLB HAS LOADED IT ONCE THERE IS NEITHER, AND THE   *
      *        WHOLE HISTORY IS READ FROM AUDITPF AS BEFORE           *
      *---------------------------------------------------------------*
       0060-OPEN-KEYED-AUDIT.
           OPEN INPUT AUDKEYPF
           IF WS-AUDKEYPF-STATUS = '35'
               MOVE 'Y' TO WS-NO-KEYED-FLAG
           END-IF
           OPEN INPUT AUDCTLPF
           IF WS-AUDCTL-STATUS = '35'
               MOVE 'Y' TO WS-NO-AUDCTL-FLAG
           END-IF.

      *---------------------------------------------------------------*
      * 1000 - FIND THE POLICY ON THE MASTER, FALLING THROUGH TO THE  *
      *        ARCHIVE (IQ-101) - THE ARCHIVE RECORD MIRRORS THE      *
           MOVE PM-AGENT-CODE TO RL-VALUE(4:8)
           MOVE WS-RPT-LABEL-LINE TO RPT-LINE
           WRITE RPT-LINE
      * BLANK SERVICING AGENT - THE WRITING AGENT STILL SERVICES IT
           MOVE 'SERVICING AGENT . . . . .' TO RL-LABEL
           MOVE SPACES TO RL-VALUE
           IF PM-SERVICING-AGENT-CODE = SPACES
               MOVE PM-AGENT-CODE TO RL-VALUE(1:8)
           ELSE
               MOVE PM-SERVICING-AGENT-CODE TO RL-VALUE(1:8)
           END-IF
           MOVE WS-RPT-LABEL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CURRENCY / BILLING MODE .' TO RL-LABEL
           MOVE SPACES TO RL-VALUE
           MOVE PM-CURRENCY-CODE TO RL-VALUE(1:3)
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 7000 - PRINT THE POLICY'S AUDIT HISTORY (IQ-301) - THE ROWS   *
      *        UP TO THE LAST AUDROLB LOAD COME STRAIGHT OFF THE      *
      *        AUDKEYPF KEY IN DATE ORDER (IQ-302), THEN THE AUDITPF  *
      *        ROWS WRITTEN PAST THE LOAD MARK (IQ-303) - AUDITPF IS  *
      *        APPEND-ONLY, SO THEY ARE NEWER AND FILE ORDER IS STILL *
      *        DATE ORDER                                             *
      *---------------------------------------------------------------*
       7000-PRINT-AUDIT-HISTORY.
           MOVE SPACES TO RPT-LINE
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-AUDIT-LINES
      * A KEYED FILE WITHOUT ITS MARK (OR THE REVERSE) CANNOT SAY
      * WHERE THE LOADED ROWS END - READ EVERYTHING FROM AUDITPF
           MOVE 0 TO WS-KEYED-HIGH-WATER
           IF NOT WS-NO-KEYED AND NOT WS-NO-AUDCTL
               MOVE 'AUDITCTL' TO AC-CONTROL-ID
               READ AUDCTLPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AC-KEYED-HIGH-WATER TO WS-KEYED-HIGH-WATER
               END-READ
           END-IF
           IF WS-KEYED-HIGH-WATER > 0
               PERFORM 7200-PRINT-KEYED-HISTORY
           END-IF
      * THE FLAG SURVIVES BETWEEN CALLS - A SECOND INQUIRY IN THE
      * SAME JOB WOULD OTHERWISE FIND IT STILL SET FROM THE PRIOR
      * POLICY AND SKIP THE WHOLE HISTORY (THE BENEFICIARY SECTION
      * ALREADY RESETS ITS OWN EOF FLAG THE SAME WAY)
           MOVE 'N' TO WS-AUDIT-EOF-FLAG
           MOVE 0 TO WS-COUNT-AUDIT-ROWS
           PERFORM 7100-READ-NEXT-AUDIT
           PERFORM UNTIL WS-AUDIT-EOF
               IF WS-COUNT-AUDIT-ROWS > WS-KEYED-HIGH-WATER AND
                  AU-POLICY-ID = PM-POLICY-ID
                   PERFORM 7300-PRINT-ONE-AUDIT-ROW
               END-IF
               PERFORM 7100-READ-NEXT-AUDIT
           END-PERFORM
           READ AUDITPF
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-FLAG
           END-READ
           IF NOT WS-AUDIT-EOF
               ADD 1 TO WS-COUNT-AUDIT-ROWS
           END-IF.

      *---------------------------------------------------------------*
      * 7200 - PRINT THE POLICY'S LOADED ROWS OFF THE KEYED TRAIL -   *
      *        POLICY ID THEN ACTION DATE THEN LOAD SEQUENCE          *
      *---------------------------------------------------------------*
       7200-PRINT-KEYED-HISTORY.
           MOVE 'N' TO WS-KEYED-EOF-FLAG
           MOVE PM-POLICY-ID TO AK-POLICY-ID
           MOVE 0 TO AK-ACTION-DATE
           MOVE 0 TO AK-SEQ-NO
           START AUDKEYPF KEY NOT LESS THAN AK-AUDIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KEYED-EOF-FLAG
           END-START
           IF NOT WS-KEYED-EOF
               PERFORM 7210-READ-NEXT-KEYED
           END-IF
           PERFORM UNTIL WS-KEYED-EOF
               MOVE AK-AUDIT-IMAGE TO AUDIT-RECORD
               PERFORM 7300-PRINT-ONE-AUDIT-ROW
               PERFORM 7210-READ-NEXT-KEYED
           END-PERFORM.

      *---------------------------------------------------------------*
      * 7210 - READ NEXT KEYED AUDIT ROW, STOPPING PAST THIS POLICY   *
      *---------------------------------------------------------------*
       7210-READ-NEXT-KEYED.
           READ AUDKEYPF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-KEYED-EOF-FLAG
           END-READ
           IF NOT WS-KEYED-EOF AND AK-POLICY-ID NOT = PM-POLICY-ID
               MOVE 'Y' TO WS-KEYED-EOF-FLAG
           END-IF.

      *---------------------------------------------------------------*
      * 7300 - PRINT ONE AUDIT ROW                                    *
      *---------------------------------------------------------------*
       7300-PRINT-ONE-AUDIT-ROW.
           MOVE AU-ACTION-DATE TO RU-ACTION-DATE
           MOVE AU-ACTION-TYPE TO RU-ACTION-TYPE
           MOVE AU-ACTION-USER TO RU-ACTION-USER
           MOVE AU-OLD-CONTRACT-STATUS TO RU-OLD-STATUS
           MOVE AU-NEW-CONTRACT-STATUS TO RU-NEW-STATUS
           MOVE WS-RPT-AUDIT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-AUDIT-LINES.

      *---------------------------------------------------------------*
      * 9900 - CLOSE ALL FILES                                        *
           CLOSE POLMST BENEPF REFQPF AUDITPF INQRPT
           IF NOT WS-NO-ARCHIVE
               CLOSE POLHST
           END-IF
           IF NOT WS-NO-KEYED
               CLOSE AUDKEYPF
           END-IF
           IF NOT WS-NO-AUDCTL
               CLOSE AUDCTLPF
           END-IF.
      *---------------------------------------------------------------*
      * 8700 THRU 8770 - CALENDAR DATE ARITHMETIC                      *
