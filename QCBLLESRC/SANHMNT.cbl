      *===============================================================*
      * PROGRAM:   SANHMNT                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-03                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-06-26 - CLEARED BNKRECB RE-ISSUE HOLDS TOLD  *
      *            THEY GO OUT ON THE NEXT BANK RECONCILIATION RUN   *
      *---------------------------------------------------------------*
      * SANCTIONS COMPLIANCE HOLD MAINTENANCE                        *
      * DOMAIN:  COMPLIANCE - SANCTIONS SCREENING                    *
      * PURPOSE: LET A COMPLIANCE OFFICER PULL UP ONE PENDING SANHOLD*
      *          ROW AND CLEAR IT (FALSE POSITIVE) OR CONFIRM IT     *
      *          (TRUE MATCH). EVERY DECISION IS LOGGED TO SANLOGPF  *
      *          AND AUDITPF. WHAT HAPPENS NEXT DEPENDS ON WHAT WAS  *
      *          HELD:                                                *
      *            NB CLEAR   - NBUWB IS CALLED TO RE-RUN THE        *
      *                         APPLICATION, WHICH NOW ISSUES (OR    *
      *                         REFERS) IT                            *
      *            NB CONFIRM - THE APPLICATION IS DECLINED ('RJ')   *
      *            BC CLEAR   - THE REQUESTED DESIGNATION KEPT ON THE*
      *                         HOLD IS RE-STAGED AND SVCBILB CALLED *
      *                         TO APPLY THE SAME SVC TRANSACTION    *
      *            BC CONFIRM - THE CHANGE STAYS UNAPPLIED           *
      *            CL/CN/RF   - A CLEARED PAYMENT GOES OUT ON THE    *
      *                         NEXT EXTRACT RUN; A CONFIRMED ONE IS *
      *                         NEVER PAID. A HELD RE-ISSUE OF A     *
      *                         RETURNED PAYMENT (RAISED BY BNKRECB) *
      *                         IS RE-ISSUED BY CHECK ON THE NEXT    *
      *                         BNKRECB RUN INSTEAD                  *
      *---------------------------------------------------------------*
      * CALLED BY: RUNSANH (CL - ONLINE COMPLIANCE WORKBENCH)        *
      * CALLS:     NBUWB (NB CLEAR), SVCBILB (BC CLEAR)              *
      * FILES:     POLMST (I-O INDEXED), SANHOLD (I-O INDEXED),      *
      *            SANLOGPF (OUTPUT SEQUENTIAL, EXTEND - SCREENING   *
      *                      LOG),                                    *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL) *
      * COPYBOOK:  POLDATA, SHLDDATA, SLOGDATA, AUDITDATA, SANWRK    *
      *            (QCPYSRC)                                         *
      *---------------------------------------------------------------*
      * RETURN CODES (LK-RETURN-CODE, TO THE CALLER):                 *
      *  00 - DECISION APPLIED SUCCESSFULLY                          *
      *  11 - HOLD RECORD NOT FOUND                                  *
      *  12 - HOLD ALREADY DECIDED (NOT PENDING)                     *
      *  13 - INVALID DECISION CODE - MUST BE CL OR CF               *
      *  14 - POLICY RECORD NOT FOUND ON POLMST                      *
      *  ON AN NB OR BC CLEAR THE RE-DRIVEN PROGRAM'S OWN RESULT IS  *
      *  RETURNED INSTEAD (NBUWB OR SVCBILB RETURN CODES).           *
      *---------------------------------------------------------------*
      * PM-RETURN-CODE (STAMPED ON THE POLICY RECORD ITSELF):         *
      *  04 - APPLICATION DECLINED - CONFIRMED WATCH-LIST MATCH      *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANHMNT.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-04-03.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMST
               ASSIGN TO DATABASE-POLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-ID
               FILE STATUS IS WS-POLMST-STATUS.
           SELECT SANHOLD
               ASSIGN TO DATABASE-SANHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-HOLD-KEY
               FILE STATUS IS WS-SANHOLD-STATUS.
           SELECT SANLOGPF
               ASSIGN TO DATABASE-SANLOGPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SANLOG-STATUS.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  SANHOLD.
       COPY SHLDDATA.
       FD  SANLOGPF.
       COPY SLOGDATA.
       FD  AUDITPF.
       COPY AUDITDATA.

       WORKING-STORAGE SECTION.
       COPY SANWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-HOLD-OLD-STATUS        PIC X(02) VALUE SPACES.
       77  WS-AUDIT-DETAIL           PIC X(16) VALUE SPACES.
       77  WS-CALL-SVC-ID            PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-POLICY-ID              PIC X(12).
       01  LK-HOLD-SOURCE            PIC X(02).
       01  LK-REF-ID                 PIC X(16).
       01  LK-DECISION               PIC X(02).
       01  LK-DECISION-USER          PIC X(10).
       01  LK-RETURN-CODE            PIC 9(02).
       01  LK-RETURN-MESSAGE         PIC X(100).

       PROCEDURE DIVISION USING LK-POLICY-ID LK-HOLD-SOURCE LK-REF-ID
           LK-DECISION LK-DECISION-USER LK-RETURN-CODE
           LK-RETURN-MESSAGE.

       MAIN-PROCESS.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE 0 TO LK-RETURN-CODE
           MOVE SPACES TO LK-RETURN-MESSAGE
           OPEN I-O POLMST
           OPEN I-O SANHOLD
           OPEN EXTEND SANLOGPF
           OPEN EXTEND AUDITPF
           MOVE LK-POLICY-ID TO SH-POLICY-ID
           MOVE LK-HOLD-SOURCE TO SH-HOLD-SOURCE
           MOVE LK-REF-ID TO SH-REF-ID
           READ SANHOLD
               INVALID KEY
                   MOVE 11 TO LK-RETURN-CODE
                   MOVE 'HOLD RECORD NOT FOUND' TO LK-RETURN-MESSAGE
                   PERFORM 9900-CLOSE-FILES
                   GOBACK
           END-READ
           IF NOT SH-STATUS-PENDING
               MOVE 12 TO LK-RETURN-CODE
               MOVE 'HOLD ALREADY DECIDED' TO LK-RETURN-MESSAGE
               PERFORM 9900-CLOSE-FILES
               GOBACK
           END-IF
           IF LK-DECISION NOT = 'CL' AND LK-DECISION NOT = 'CF'
               MOVE 13 TO LK-RETURN-CODE
               MOVE 'INVALID DECISION CODE - MUST BE CL OR CF'
                   TO LK-RETURN-MESSAGE
               PERFORM 9900-CLOSE-FILES
               GOBACK
           END-IF
           MOVE LK-POLICY-ID TO PM-POLICY-ID
           READ POLMST
               INVALID KEY
                   MOVE 14 TO LK-RETURN-CODE
                   MOVE 'POLICY RECORD NOT FOUND ON POLMST'
                       TO LK-RETURN-MESSAGE
                   PERFORM 9900-CLOSE-FILES
                   GOBACK
           END-READ
           MOVE PM-CONTRACT-STATUS TO WS-HOLD-OLD-STATUS
      * SH-101: THE DECISION IS ON THE HOLD ROW BEFORE ANYTHING IS
      *         RE-DRIVEN - NBUWB/SVCBILB SCREEN THE ITEM AGAIN AND
      *         MUST FIND IT CLEARED TO LET IT THROUGH
           MOVE LK-DECISION TO SH-HOLD-STATUS
           MOVE LK-DECISION-USER TO SH-DECISION-USER
           MOVE WS-CURR-DATE TO SH-DECISION-DATE
           REWRITE SANHOLD-RECORD
           PERFORM 8280-WRITE-DECISION-LOG
           IF LK-DECISION = 'CF' AND SH-SOURCE-NEW-BUSINESS
               PERFORM 2300-DECLINE-NEW-BUSINESS
           END-IF
           PERFORM 8000-WRITE-HOLD-AUDIT
           EVALUATE TRUE
               WHEN LK-DECISION = 'CF' AND SH-SOURCE-NEW-BUSINESS
                   MOVE PM-RETURN-MESSAGE TO LK-RETURN-MESSAGE
               WHEN LK-DECISION = 'CF'
                   MOVE 'MATCH CONFIRMED - ITEM REMAINS BLOCKED'
                       TO LK-RETURN-MESSAGE
               WHEN SH-SOURCE-NEW-BUSINESS
                   PERFORM 2100-REDRIVE-NEW-BUSINESS
                   GOBACK
               WHEN SH-SOURCE-BENEF-CHANGE
                   PERFORM 2200-REDRIVE-BENEF-CHANGE
                   GOBACK
               WHEN SH-HOLD-PROGRAM = 'BNKRECB'
                   MOVE 'CLEARED - RE-ISSUED BY CHECK ON THE NEXT BANK R
      -                 'ECONCILIATION RUN'
                       TO LK-RETURN-MESSAGE
               WHEN OTHER
                   MOVE 'CLEARED - PAYMENT RELEASED TO THE NEXT EXTRACT'
                       TO LK-RETURN-MESSAGE
           END-EVALUATE
           PERFORM 9900-CLOSE-FILES
           GOBACK.

      *---------------------------------------------------------------*
      * 2100 - RE-DRIVE A CLEARED APPLICATION THROUGH NBUWB (SH-102). *
      *        NBUWB OPENS POLMST, AUDITPF, SANHOLD AND SANLOGPF      *
      *        ITSELF, SO EVERYTHING IS CLOSED AROUND THE CALL AND    *
      *        THE POLICY IS READ BACK FOR ITS RESULT                 *
      *---------------------------------------------------------------*
       2100-REDRIVE-NEW-BUSINESS.
      * THE ISSUE IS DATED THE DAY COMPLIANCE RELEASED IT -
      * 1000-INITIALIZE RE-STAMPS A ZERO PROCESS DATE WITH TODAY
           MOVE 0 TO PM-PROCESS-DATE
           MOVE LK-DECISION-USER TO PM-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO PM-LAST-ACTION-DATE
           REWRITE WS-POLICY-MASTER-REC
           PERFORM 9900-CLOSE-FILES
           CALL 'NBUWB' USING LK-POLICY-ID
           PERFORM 2900-READ-BACK-RESULT.

      *---------------------------------------------------------------*
      * 2200 - RE-STAGE A CLEARED BENEFICIARY CHANGE AND RE-DRIVE IT  *
      *        THROUGH SVCBILB (SH-103) - THE SAME STAGING SVCINTKB'S *
      *        0400-STAGE-AMENDMENT DOES, FROM THE DESIGNATION KEPT   *
      *        ON THE HOLD ROW                                        *
      *---------------------------------------------------------------*
       2200-REDRIVE-BENEF-CHANGE.
           MOVE 'BC' TO PM-AMENDMENT-TYPE
           MOVE 0 TO PM-PROCESS-DATE
           MOVE 90 TO PM-RETURN-CODE
           MOVE 'TRANSACTION ALREADY PROCESSED - SKIPPED ON RESTART'
               TO PM-RETURN-MESSAGE
           MOVE SPACES TO PM-NEW-PLAN-CODE
           MOVE 0 TO PM-NEW-SUM-ASSURED
           MOVE SPACE TO PM-NEW-BILLING-MODE
           MOVE 0 TO PM-LOAN-REQUEST-AMOUNT
           MOVE SH-BENEF-REQUEST TO PM-BENEF-DESIGNATION
           REWRITE WS-POLICY-MASTER-REC
           MOVE SH-REF-ID TO WS-CALL-SVC-ID
           PERFORM 9900-CLOSE-FILES
           CALL 'SVCBILB' USING LK-POLICY-ID WS-CALL-SVC-ID
           PERFORM 2900-READ-BACK-RESULT.

      *---------------------------------------------------------------*
      * 2300 - DECLINE AN APPLICATION ON A CONFIRMED MATCH (SH-104)   *
      *---------------------------------------------------------------*
       2300-DECLINE-NEW-BUSINESS.
           MOVE 'RJ' TO PM-CONTRACT-STATUS
           MOVE 04 TO PM-RETURN-CODE
           MOVE 'APPLICATION DECLINED - CONFIRMED WATCH-LIST MATCH'
               TO PM-RETURN-MESSAGE
           MOVE LK-DECISION-USER TO PM-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO PM-LAST-ACTION-DATE
           REWRITE WS-POLICY-MASTER-REC.

      *---------------------------------------------------------------*
      * 2900 - READ THE RE-DRIVEN POLICY BACK FOR ITS RESULT          *
      *---------------------------------------------------------------*
       2900-READ-BACK-RESULT.
           OPEN INPUT POLMST
           MOVE LK-POLICY-ID TO PM-POLICY-ID
           READ POLMST
               INVALID KEY
                   MOVE 14 TO LK-RETURN-CODE
                   MOVE 'POLICY RECORD NOT FOUND ON POLMST'
                       TO LK-RETURN-MESSAGE
               NOT INVALID KEY
                   MOVE PM-RETURN-CODE TO LK-RETURN-CODE
                   MOVE PM-RETURN-MESSAGE TO LK-RETURN-MESSAGE
           END-READ
           CLOSE POLMST.

      *---------------------------------------------------------------*
      * 8000 - WRITE THE HOLD DECISION AUDIT ROW (ACTION TYPE SN)     *
      *---------------------------------------------------------------*
       8000-WRITE-HOLD-AUDIT.
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING SH-HOLD-SOURCE DELIMITED BY SIZE
                  ' SANCTION ' DELIMITED BY SIZE
                  LK-DECISION DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           INITIALIZE AUDIT-RECORD
           MOVE PM-POLICY-ID             TO AU-POLICY-ID
           MOVE 'SN'                     TO AU-ACTION-TYPE
           MOVE LK-DECISION-USER         TO AU-ACTION-USER
           MOVE WS-CURR-DATE             TO AU-ACTION-DATE
           MOVE WS-HOLD-OLD-STATUS       TO AU-OLD-CONTRACT-STATUS
           MOVE PM-CONTRACT-STATUS       TO AU-NEW-CONTRACT-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-OLD-TOTAL-PREMIUM
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-NEW-TOTAL-PREMIUM
           MOVE WS-AUDIT-DETAIL          TO AU-ACTION-DETAIL
           WRITE AUDIT-RECORD.

      *---------------------------------------------------------------*
      * 8280 - LOG THE DECISION ON THE SCREENING LOG                  *
      *---------------------------------------------------------------*
       8280-WRITE-DECISION-LOG.
           INITIALIZE SANLOG-RECORD
           MOVE 'DC' TO SL-EVENT-TYPE
           MOVE WS-CURR-DATE TO SL-EVENT-DATE
           MOVE LK-DECISION-USER TO SL-ACTION-USER
           MOVE SH-POLICY-ID TO SL-POLICY-ID
           MOVE SH-HOLD-SOURCE TO SL-HOLD-SOURCE
           MOVE SH-REF-ID TO SL-REF-ID
           MOVE SH-PARTY-ROLE TO SL-PARTY-ROLE
           MOVE SH-PARTY-SEQ TO SL-PARTY-SEQ
           MOVE SH-PARTY-NAME TO SL-PARTY-NAME
           MOVE 'M' TO SL-RESULT
           MOVE SH-WATCH-ENTRY-ID TO SL-WATCH-ENTRY-ID
           MOVE SH-WATCH-NAME TO SL-WATCH-NAME
           MOVE SH-HOLD-STATUS TO SL-HOLD-STATUS
           WRITE SANLOG-RECORD.

      *---------------------------------------------------------------*
      * 9900 - CLOSE ALL FILES                                        *
      *---------------------------------------------------------------*
       9900-CLOSE-FILES.
           CLOSE POLMST SANHOLD SANLOGPF AUDITPF.
