      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-10-04                                        *
      * VERSION:   1.2                                               *
      * MODIFIED:  2000-06-26 - WOP01 ENDS ON THE FIRST ANNIVERSARY  *
      *            AT OR PAST THE RIDER EXPIRY AGE                   *
      *            1999-10-18 - MISSED ANNIVERSARIES CAUGHT UP VIA  *
      *            THE RE-RATE MARKER; RATE TABLE ERRORS COUNTED     *
      *---------------------------------------------------------------*
      * POLICY ANNIVERSARY PROCESSING                                 *
      *          ASSURED, RIDERS IN FORCE, LOAN BALANCE, PREMIUM     *
      *          FOR THE COMING YEAR) FOR THE MAILING VENDOR.        *
      *          THE RE-RATE IS NOT COMMISSIONABLE - NO COMMPF ROW.  *
      *          AN ACTIVE WOP01 RIDER ENDS ON THE FIRST ANNIVERSARY *
      *          AT OR PAST THE RIDER EXPIRY AGE (RDRWRK), TOGETHER  *
      *          WITH ANY PREMIUM WAIVER RUNNING UNDER IT.           *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH)                       *
      * FILES:     POLMST (I-O INDEXED, ACCESS SEQUENTIAL)           *
      *            ANNRPT  (OUTPUT SEQUENTIAL - RUN SUMMARY)         *
      * COPYBOOK:  POLDATA, PLANDATA, PLANLOAD, RATEDATA, RATEWRK,   *
      *            RATELOAD, RATEFACT, AUDITDATA, AUDITLOG, DATEWRK, *
      *            DATECALC, RDRWRK (QCPYSRC)                        *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNIVB.
       WORKING-STORAGE SECTION.
       COPY RATEWRK.
       COPY DATEWRK.
       COPY RDRWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PLANTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-PERIOD-DAYS            PIC 9(03) VALUE 0.
       77  WS-MODAL-FACTOR           PIC 9(01)V9999 VALUE 1.0000.
       77  WS-RIDER-COUNT            PIC 9(02) VALUE 0.
       77  WS-WOP-ENDED-FLAG         PIC X VALUE 'N'.
           88  WS-WOP-ENDED          VALUE 'Y'.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-RERATED          PIC 9(07) VALUE 0.
       77  WS-COUNT-PLAN-ERROR       PIC 9(07) VALUE 0.
       77  WS-COUNT-RATE-ERROR       PIC 9(07) VALUE 0.
       77  WS-COUNT-WOP-ENDED        PIC 9(07) VALUE 0.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'ANNIVB - POLICY ANNIVERSARY PROCESSING REPORT'.

      *---------------------------------------------------------------*
      * 0400 - ADVANCE THE ATTAINED AGE AND REPRICE THE COMING YEAR   *
      *        (AN-201 THRU AN-204)                                   *
      *---------------------------------------------------------------*
       0400-RERATE-ONE-POLICY.
           MOVE PM-CONTRACT-STATUS TO WS-AUDIT-OLD-STATUS
      *         MARKER WOULD THEN LOCK THE LOW AGE IN FOR THE YEAR
           COMPUTE PM-ATTAINED-AGE =
               PM-ISSUE-AGE + WS-DC-YEARS-TO-ADD
      * AN-204: WOP01 RUNS OUT AT THE RIDER EXPIRY AGE - IT COMES OFF
      *         BEFORE THE RIDERS ARE REPRICED SO THE COMING YEAR'S
      *         PREMIUM NO LONGER CARRIES IT
           PERFORM 0410-EXPIRE-WOP-RIDER
      * AN-203: RE-DERIVE THE RATING FACTORS AT THE NEW ATTAINED AGE
      *         AND REPRICE - THE SAME DERIVATION SERVICING RUNS
           MOVE PM-ATTAINED-AGE TO WS-RATING-AGE
           PERFORM 8000-WRITE-AUDIT-RECORD
           REWRITE WS-POLICY-MASTER-REC
           PERFORM 0600-WRITE-STATEMENT
           ADD 1 TO WS-COUNT-RERATED
           IF WS-WOP-ENDED
               ADD 1 TO WS-COUNT-WOP-ENDED
           END-IF.

      *---------------------------------------------------------------*
      * 0410 - END AN ACTIVE WOP01 RIDER AT THE EXPIRY AGE  (AN-204)  *
      *        A PREMIUM WAIVER STILL RUNNING UNDER THE RIDER ENDS    *
      *        WITH IT - THE POLICY BILLS NORMALLY FROM ITS PAID-TO   *
      *        DATE ON, AT THE REPRICED PREMIUM                       *
      *---------------------------------------------------------------*
       0410-EXPIRE-WOP-RIDER.
           MOVE 'N' TO WS-WOP-ENDED-FLAG
           IF PM-ATTAINED-AGE < WS-WOP-EXPIRY-AGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PM-RIDER-IDX FROM 1 BY 1
               UNTIL PM-RIDER-IDX > 10
               IF PM-RIDER-CODE(PM-RIDER-IDX) = 'WOP01' AND
                  PM-RIDER-ACTIVE(PM-RIDER-IDX)
                   MOVE 'R' TO PM-RIDER-STATUS(PM-RIDER-IDX)
                   MOVE 'Y' TO WS-WOP-ENDED-FLAG
               END-IF
           END-PERFORM
           IF WS-WOP-ENDED AND PM-WOP-WAIVER-ACTIVE
               MOVE 'E' TO PM-WOP-WAIVER-IND
               MOVE WS-CURR-DATE TO PM-WOP-END-DATE
           END-IF.

      *---------------------------------------------------------------*
      * 0500 - CALCULATE BASE ANNUAL PREMIUM                          *
           MOVE 'SKIPPED - RATE ROW MISSING .' TO RS-LABEL
           MOVE WS-COUNT-RATE-ERROR TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'WOP01 ENDED AT EXPIRY AGE. .' TO RS-LABEL
           MOVE WS-COUNT-WOP-ENDED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
