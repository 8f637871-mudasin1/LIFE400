      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-09-06                                        *
      * VERSION:   1.2                                               *
      * MODIFIED:  2000-05-29 - AUDITPF SHORTER THAN THE SNAPSHOT    *
      *            MARK AT RECONCILE IS FLAGGED OUT OF BALANCE; THE  *
      *            AUDROLB ROLLOVER KEEPS THE MARK IN STEP           *
      *            1999-10-18 - MOVEMENT NETTED FROM THE AUDITPF    *
      *            HIGH-WATER MARK, NOT BY RUN DATE                  *
      *---------------------------------------------------------------*
      * NIGHTLY MOVEMENT AND BALANCING CONTROL                        *
      *          SNAPSHOT TIME ARE INSIDE THE OPENING COUNTS (SAME-  *
      *          DAY WORKBENCH DECISIONS, AD HOC RUNS, THE WEEKLY    *
      *          ARCHIVE SWEEP) AND MUST NOT BE NETTED AGAIN, AND A  *
      *          CHAIN CROSSING MIDNIGHT STILL RECONCILES. THE       *
      *          MONTHLY AUDROLB ROLLOVER TAKES CLOSED MONTHS OFF    *
      *          THE FRONT OF AUDITPF AND PULLS THE MARK DOWN BY THE *
      *          ROWS IT TOOK FROM BELOW IT, SO THE MARK STILL       *
      *          FENCES OFF THE SAME ROWS; A FILE CUT BACK ANY OTHER *
      *          WAY IS CAUGHT AT RECONCILE (BL-203).                *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - FIRST AND LAST STEP OF THE NIGHTLY   *
      *            CHAIN)                                             *
           88  WS-IN-BALANCE         VALUE 'Y'.
       77  WS-FOUND-SNAPSHOT-FLAG    PIC X VALUE 'N'.
           88  WS-FOUND-SNAPSHOT     VALUE 'Y'.
       77  WS-AUDIT-SHRUNK-FLAG      PIC X VALUE 'N'.
           88  WS-AUDIT-SHRUNK       VALUE 'Y'.

      *---------------------------------------------------------------*
      * FIXED STATUS CODE/LABEL TABLES - SAME ORDER AS POLRPTB AND    *
           END-PERFORM
           CLOSE POLMST
           PERFORM 2200-NET-AUDITED-MOVEMENT
      * BL-203: FEWER ROWS THAN THE MARK MEANS ROWS LEFT AUDITPF
      *         SINCE THE SNAPSHOT WITHOUT THE MARK FOLLOWING - THE
      *         NETTED MOVEMENT CANNOT BE TRUSTED
           IF WS-COUNT-AUDIT-ROWS < BC-AUDIT-HIGH-WATER
               MOVE 'Y' TO WS-AUDIT-SHRUNK-FLAG
               MOVE 'N' TO WS-IN-BALANCE-FLAG
           END-IF
           OPEN OUTPUT BALCRPT
           PERFORM 2300-WRITE-BALANCE-REPORT
           CLOSE BALCRPT
           MOVE WS-COUNT-TRANSITIONS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-AUDIT-SHRUNK
               MOVE '*** AUDITPF SHORTER THAN THE SNAPSHOT MARK ***'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-IN-BALANCE
               MOVE 'BALCTLB - NIGHT IS IN BALANCE' TO RPT-LINE
           ELSE
