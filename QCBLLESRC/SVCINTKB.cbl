      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-01-10                                        *
      * VERSION:   1.2                                               *
      * MODIFIED:  2000-06-12 - AMENDMENT REVERSALS (RV) ACCEPTED;   *
      *            THE ORIGINAL SVC ID IS REGISTERED ON SVCPF FOR    *
      *            SVCBILB AHEAD OF THE CALL; REVERSALS TALLIED      *
      *            2000-04-03 - BENEFICIARY CHANGES HELD FOR         *
      *            COMPLIANCE REVIEW TALLIED SEPARATELY              *
      *---------------------------------------------------------------*
      * BATCH SERVICING AMENDMENT INTAKE                              *
      * DOMAIN:  TERM LIFE - SERVICING AND AMENDMENTS                *
      *          PROTECTION - A RESTARTED RUN SKIPS EVERY            *
      *          TRANSACTION ALREADY APPLIED. THE APPLIED/REJECTED   *
      *          SUMMARY REPORTS EACH TRANSACTION'S RETURN CODE AND  *
      *          MESSAGE FROM THE SVCBILB RETURN-CODE LIST. A        *
      *          REVERSAL CARRIES THE SVC ID IT TAKES BACK, WHICH IS *
      *          REGISTERED ON THE REVERSAL'S OWN SVCPF ROW FOR      *
      *          SVCBILB TO PICK UP.                                 *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH)                       *
      * CALLS:     SVCBILB (ONE CALL PER TRANSACTION)                *
      * FILES:     SVCAMDPF (INPUT SEQUENTIAL - AMENDMENT INTAKE)    *
      *            POLMST   (I-O INDEXED - STAGING AND RESULT READ)  *
      *            SVCPF    (I-O INDEXED - REVERSAL REGISTRATION)    *
      *            SVCINTRP (OUTPUT SEQUENTIAL - APPLIED/REJECTED    *
      *            SUMMARY)                                           *
      * COPYBOOK:  SVCADATA, POLDATA, SVCPDATA (QCPYSRC)             *
      *---------------------------------------------------------------*
      * THE DRIVER STAGES AND REWRITES THE POLICY, THEN SVCBILB      *
      * REWRITES IT AGAIN WITH THE OUTCOME - THE RESULT IS READ      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-ID
               FILE STATUS IS WS-POLMST-STATUS.
           SELECT SVCPF
               ASSIGN TO DATABASE-SVCPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVC-SVC-ID
               FILE STATUS IS WS-SVCPF-STATUS.
           SELECT SVCINTRP
               ASSIGN TO DATABASE-SVCINTRP
               ORGANIZATION IS SEQUENTIAL
       COPY SVCADATA.
       FD  POLMST.
       COPY POLDATA.
       FD  SVCPF.
       COPY SVCPDATA.
       FD  SVCINTRP.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SVCAMD-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SVCPF-STATUS           PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
       77  WS-CALL-SVC-ID            PIC X(12) VALUE SPACES.
       77  WS-COUNT-READ             PIC 9(05) VALUE 0.
       77  WS-COUNT-APPLIED          PIC 9(05) VALUE 0.
       77  WS-COUNT-REVERSED         PIC 9(05) VALUE 0.
       77  WS-COUNT-REFERRED         PIC 9(05) VALUE 0.
       77  WS-COUNT-HELD             PIC 9(05) VALUE 0.
       77  WS-COUNT-SKIPPED          PIC 9(05) VALUE 0.
       77  WS-COUNT-REJECTED         PIC 9(05) VALUE 0.

       MAIN-PROCESS.
           OPEN INPUT SVCAMDPF
           OPEN I-O POLMST
           OPEN I-O SVCPF
           OPEN OUTPUT SVCINTRP
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           PERFORM 0900-WRITE-SUMMARY
           CLOSE SVCAMDPF
           CLOSE POLMST
           CLOSE SVCPF
           CLOSE SVCINTRP
           GOBACK.

           END-READ.

      *---------------------------------------------------------------*
      * 0300 - PROCESS ONE TRANSACTION    (SI-101 THRU SI-106)        *
      *---------------------------------------------------------------*
       0300-PROCESS-TRANSACTION.
           ADD 1 TO WS-COUNT-READ
              SA-AMENDMENT-TYPE NOT = 'LN' AND
              SA-AMENDMENT-TYPE NOT = 'LR' AND
              SA-AMENDMENT-TYPE NOT = 'CA' AND
              SA-AMENDMENT-TYPE NOT = 'BC' AND
              SA-AMENDMENT-TYPE NOT = 'RV'
               ADD 1 TO WS-COUNT-REJECTED
               MOVE SA-SVC-ID TO RD-SVC-ID
               MOVE SA-POLICY-ID TO RD-POLICY-ID
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF
      * SI-106: A REVERSAL MUST NAME THE AMENDMENT IT TAKES BACK
           IF SA-AMENDMENT-TYPE = 'RV' AND SA-REVERSE-SVC-ID = SPACES
               ADD 1 TO WS-COUNT-REJECTED
               MOVE SA-SVC-ID TO RD-SVC-ID
               MOVE SA-POLICY-ID TO RD-POLICY-ID
               MOVE SA-AMENDMENT-TYPE TO RD-AMENDMENT-TYPE
               MOVE 11 TO RD-RETURN-CODE
               MOVE 'ORIGINAL SVC ID REQUIRED FOR A REVERSAL'
                   TO RD-MESSAGE
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF
      * SI-102: STAGE THE REQUEST ONTO THE POLICY RECORD
           MOVE SA-POLICY-ID TO PM-POLICY-ID
           READ POLMST
                   CONTINUE
           END-READ
           EVALUATE PM-RETURN-CODE
               WHEN 00
                   IF SA-AMENDMENT-TYPE = 'RV'
                       ADD 1 TO WS-COUNT-REVERSED
                   ELSE
                       ADD 1 TO WS-COUNT-APPLIED
                   END-IF
               WHEN 27 ADD 1 TO WS-COUNT-REFERRED
               WHEN 38 ADD 1 TO WS-COUNT-HELD
               WHEN 90 ADD 1 TO WS-COUNT-SKIPPED
               WHEN OTHER ADD 1 TO WS-COUNT-REJECTED
           END-EVALUATE
                       MOVE SA-BENEF-PERCENT(WS-BENEF-IDX)
                           TO PM-BENEF-PERCENT(WS-BENEF-IDX)
                   END-PERFORM
               WHEN 'RV'
                   PERFORM 0410-REGISTER-REVERSAL
           END-EVALUATE.

      *---------------------------------------------------------------*
      * 0410 - REGISTER A REVERSAL'S ORIGINAL SVC ID   (SI-106)       *
      *        SVCBILB IS CALLED WITH THE POLICY AND SVC ID ONLY, SO  *
      *        THE SVC ID BEING REVERSED IS LEFT ON THE REVERSAL'S    *
      *        OWN SVCPF ROW, NOT YET COMPLETE, FOR SV-001 TO READ. A *
      *        ROW ALREADY COMPLETE (A RESTART) IS LEFT AS IT IS.     *
      *---------------------------------------------------------------*
       0410-REGISTER-REVERSAL.
           MOVE SA-SVC-ID TO SVC-SVC-ID
           READ SVCPF
               INVALID KEY
                   MOVE SPACES TO SVC-RECORD
                   MOVE SA-SVC-ID TO SVC-SVC-ID
                   MOVE SA-POLICY-ID TO SVC-POL-ID
                   MOVE 'N' TO SVC-COMPLETE-FLAG
                   MOVE 0 TO SVC-COMPLETE-DATE
                   MOVE SA-REVERSE-SVC-ID TO SVC-REVERSE-OF-SVC-ID
                   MOVE 0 TO SVC-REVERSED-DATE
                   WRITE SVC-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF NOT SVC-PROCESSED
               MOVE SA-POLICY-ID TO SVC-POL-ID
               MOVE SA-REVERSE-SVC-ID TO SVC-REVERSE-OF-SVC-ID
           END-IF
           REWRITE SVC-RECORD.

      *---------------------------------------------------------------*
      * 0900 - WRITE FINAL APPLIED/REJECTED SUMMARY                   *
      *---------------------------------------------------------------*
           MOVE WS-COUNT-APPLIED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'AMENDMENTS REVERSED. . . . .' TO RS-LABEL
           MOVE WS-COUNT-REVERSED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REFERRED FOR MANUAL UW . . .' TO RS-LABEL
           MOVE WS-COUNT-REFERRED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HELD FOR COMPLIANCE REVIEW .' TO RS-LABEL
           MOVE WS-COUNT-HELD TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SKIPPED - ALREADY PROCESSED.' TO RS-LABEL
           MOVE WS-COUNT-SKIPPED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
