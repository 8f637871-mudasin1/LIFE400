      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-01-24                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-06-19 - ARCHIVE RECORD RESIZED TO THE        *
      *            CURRENT POLICY MASTER LAYOUT                      *
      *            2000-05-29 - EXITS IN PERIODS ROLLED OFF AUDITPF  *
      *            ARE READ FROM THE AUDHSTPF HISTORY BY ACTION DATE *
      *            2000-02-21 - TERMINAL EXITS DERIVED FROM THE     *
      *            AUDIT TRAIL INSTEAD OF THE GENERAL LAST-ACTION    *
      *            STAMP, WHICH LATER HOUSEKEEPING (CLAIM/REFUND     *
      *            EXTRACTS, DOCUMENT CHASES) KEPT MOVING AND WITH   *
      * FILES:     POLMST   (INPUT INDEXED, ACCESS DYNAMIC)          *
      *            POLHST   (INPUT INDEXED - ARCHIVE FALLBACK)       *
      *            AUDITPF  (INPUT SEQUENTIAL - STATUS TRANSITIONS)  *
      *            AUDHSTPF (INPUT INDEXED, ACCESS DYNAMIC - ROLLED- *
      *            OVER AUDIT HISTORY)                               *
      *            CURRTAB  (INPUT INDEXED, ACCESS SEQUENTIAL)       *
      *            VALEXTPF (OUTPUT SEQUENTIAL - VALUATION EXTRACT)  *
      *            VALRPT   (OUTPUT SEQUENTIAL - CONTROL TOTALS)     *
      * COPYBOOK:  POLDATA, AUDITDATA, AUDHDATA, AUDHREAD, CURRDATA, *
      *            CURRWRK, CURRLOAD (QCPYSRC)                       *
      *---------------------------------------------------------------*
      * LK-PERIOD-FROM/LK-PERIOD-TO BOUND THE EXIT EVENTS ON         *
      * AU-ACTION-DATE - THE DATE THE STATUS ACTUALLY MOVED, WHICH   *
      * NOTHING REWRITES AFTERWARD; BOTH ZERO EXTRACTS EVERY EXIT    *
      * ON THE TRAIL. EXITS IN PERIODS AUDROLB HAS ROLLED OFF        *
      * AUDITPF ARE READ FROM AUDHSTPF FOR THE SAME DATES. AN EXIT   *
      * IS A TRANSITION FROM AN ON-BOOK STATUS (AC/GR/RS) TO A       *
      * TERMINAL ONE (LA/TE/CL/MT) - AN OFF-BOOK SHUFFLE LIKE        *
      * ARCHSWPB'S LA TO TE IS NOT A FRESH DEPARTURE.                 *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALEXTB.
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
           SELECT AUDHSTPF
               ASSIGN TO DATABASE-AUDHSTPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AY-HISTORY-KEY
               FILE STATUS IS WS-AUDHST-STATUS.
           SELECT CURRTAB
               ASSIGN TO DATABASE-CURRTAB
               ORGANIZATION IS INDEXED
       FD  POLHST.
       01  AH-ARCHIVE-RECORD.
           05  AH-POLICY-ID          PIC X(12).
           05  AH-POLICY-DATA        PIC X(1811).
           05  FILLER                PIC X(07).
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  AUDHSTPF.
       COPY AUDHDATA.
       FD  CURRTAB.
       COPY CURRDATA.
       FD  VALEXTPF.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POLHST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDHST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDH-FROM-DATE         PIC 9(08) VALUE 0.
       77  WS-AUDH-TO-DATE           PIC 9(08) VALUE 0.
       77  WS-AUDH-EOF-FLAG          PIC X VALUE 'N'.
           88  WS-AUDH-EOF           VALUE 'Y'.
       77  WS-VALEXT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
      * 2000 - WALK THE AUDIT TRAIL FOR THE PERIOD'S DEPARTURES FROM  *
      *        THE IN-FORCE BOOK (VX-201) - THE TRANSITION DATE IS    *
      *        THE AUDIT ROW'S ACTION DATE, WHICH NO LATER EXTRACT    *
      *        OR CHASE EVER MOVES. THE ROLLED-OVER HISTORY FOR THE   *
      *        PERIOD IS READ FIRST (VX-204), THEN THE LIVE AUDITPF   *
      *---------------------------------------------------------------*
       2000-EXTRACT-EXIT-EVENTS.
           MOVE LK-PERIOD-FROM TO WS-AUDH-FROM-DATE
           MOVE LK-PERIOD-TO TO WS-AUDH-TO-DATE
           PERFORM 8100-START-AUDIT-HISTORY
           IF NOT WS-AUDH-EOF
               PERFORM 8110-READ-NEXT-AUDIT-HISTORY
           END-IF
           PERFORM UNTIL WS-AUDH-EOF
               PERFORM 2200-CLASSIFY-ONE-ROW
               PERFORM 8110-READ-NEXT-AUDIT-HISTORY
           END-PERFORM
           PERFORM 2100-READ-NEXT-AUDIT
           PERFORM UNTIL WS-AUDIT-EOF
               PERFORM 2200-CLASSIFY-ONE-ROW
      * SHARED WITH POLRPTB/COMSTLB VIA COPYBOOK CURRLOAD             *
      *---------------------------------------------------------------*
       COPY CURRLOAD.

      *---------------------------------------------------------------*
      * 8100 THRU 8110 - ROLLED-OVER AUDIT HISTORY FOR A PERIOD        *
      * SHARED WITH PERSRPTB VIA COPYBOOK AUDHREAD                     *
      *---------------------------------------------------------------*
       COPY AUDHREAD.
