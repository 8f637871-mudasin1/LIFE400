      *===============================================================*
      * PROGRAM:   AGTREASB                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-17                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * ORPHANED POLICY REASSIGNMENT TO A SERVICING AGENT             *
      * DOMAIN:  TERM LIFE - PRODUCER ADMINISTRATION                 *
      * PURPOSE: WHEN AGTMNT EXPIRES AN AGENT THE AGENT'S IN-FORCE   *
      *          POLICIES WERE LEFT WITH NOBODY LOOKING AFTER THEM.  *
      *          THIS NIGHTLY SWEEP LISTS EVERY IN-FORCE POLICY ON   *
      *          POLMST WHOSE SERVICING AGENT IS TERMINATED ON       *
      *          AGENTPF AND MOVES IT TO THE SUCCESSOR AGTMNT        *
      *          RECORDED AT EXPIRY. ONLY THE SERVICING AGENT        *
      *          CHANGES - PM-AGENT-CODE KEEPS THE ORIGINAL WRITING  *
      *          AGENT SO COMMISSION HISTORY STILL RESOLVES AGAINST  *
      *          IT. EVERY MOVE LEAVES ONE AUDITPF ROW PER POLICY.   *
      *          A POLICY WITH NO ACTIVE SUCCESSOR TO GO TO IS       *
      *          LISTED AS AN EXCEPTION AND LEFT AS IT IS.           *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH)                       *
      * FILES:     POLMST   (I-O INDEXED, ACCESS SEQUENTIAL)         *
      *            AGENTPF  (INPUT INDEXED)                          *
      *            AUDITPF  (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL)*
      *            AGTREARP (OUTPUT SEQUENTIAL - REASSIGNMENT LIST)  *
      * COPYBOOK:  POLDATA, AGTDATA, AUDITDATA (QCPYSRC)             *
      *---------------------------------------------------------------*
      * THE SERVICING AGENT IS PM-SERVICING-AGENT-CODE, OR THE       *
      * WRITING AGENT WHILE THAT FIELD IS STILL BLANK. A SUCCESSOR   *
      * WHO HAS SINCE BEEN EXPIRED IN TURN IS FOLLOWED TO ITS OWN    *
      * SUCCESSOR, UP TO WS-MAX-HOPS LINKS. THE AUDIT ROW CARRIES    *
      * ACTION TYPE AG AND THE OLD AND NEW SERVICING AGENT CODES IN  *
      * AU-ACTION-DETAIL, WITH OLD AND NEW STATUS BOTH THE CONTRACT  *
      * STATUS SO BALCTLB'S MOVEMENT NETTING IGNORES THE ROW.         *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTREASB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-04-17.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMST
               ASSIGN TO DATABASE-POLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-ID
               FILE STATUS IS WS-POLMST-STATUS.
           SELECT AGENTPF
               ASSIGN TO DATABASE-AGENTPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-AGENT-CODE
               FILE STATUS IS WS-AGENTPF-STATUS.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
           SELECT AGTREARP
               ASSIGN TO DATABASE-AGTREARP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  AGENTPF.
       COPY AGTDATA.
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  AGTREARP.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AGENTPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
      * A SUCCESSOR CHAIN LONGER THAN THIS IS TREATED AS BROKEN - IT
      * ALSO STOPS A LOOP WHERE TWO EXPIRED AGENTS NAME EACH OTHER
       77  WS-MAX-HOPS               PIC 9(02) VALUE 5.
       77  WS-HOP-COUNT              PIC 9(02) VALUE 0.
       77  WS-OLD-AGENT              PIC X(08) VALUE SPACES.
       77  WS-NEW-AGENT              PIC X(08) VALUE SPACES.
       77  WS-NEXT-AGENT             PIC X(08) VALUE SPACES.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-INFORCE          PIC 9(07) VALUE 0.
       77  WS-COUNT-REASSIGNED       PIC 9(07) VALUE 0.
       77  WS-COUNT-NO-SUCCESSOR     PIC 9(07) VALUE 0.
       77  WS-COUNT-UNKNOWN          PIC 9(07) VALUE 0.

       01  WS-AUDIT-DETAIL.
           05  WS-AD-OLD-AGENT       PIC X(08).
           05  WS-AD-NEW-AGENT       PIC X(08).

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'AGTREASB - ORPHANED POLICY REASSIGNMENT'.
       01  WS-RPT-HEADING-2          PIC X(80) VALUE
           'POLICY ID    WRITING  FROM     TO       ST MESSAGE'.

       01  WS-RPT-DETAIL.
           05  RD-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-WRITING-AGENT      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-OLD-AGENT          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-NEW-AGENT          PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-STATUS             PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-MESSAGE            PIC X(37).

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN I-O POLMST
           OPEN INPUT AGENTPF
           OPEN EXTEND AUDITPF
           OPEN OUTPUT AGTREARP
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-POLICY
           PERFORM UNTIL WS-EOF
               PERFORM 0300-CHECK-ONE-POLICY
               PERFORM 0200-READ-NEXT-POLICY
           END-PERFORM
           PERFORM 0900-WRITE-SUMMARY
           CLOSE POLMST AGENTPF AUDITPF AGTREARP
           GOBACK.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT POLICY IN KEY SEQUENCE                       *
      *---------------------------------------------------------------*
       0200-READ-NEXT-POLICY.
           READ POLMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - CHECK ONE POLICY'S SERVICING AGENT (AR-101 THRU AR-104)*
      *---------------------------------------------------------------*
       0300-CHECK-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
      * AR-101: ONLY IN-FORCE BUSINESS NEEDS SERVICING
           IF NOT PM-STATUS-ACTIVE AND NOT PM-STATUS-GRACE AND
              NOT PM-STATUS-REINSTATED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-INFORCE
           IF PM-SERVICING-AGENT-CODE = SPACES
               MOVE PM-AGENT-CODE TO WS-OLD-AGENT
           ELSE
               MOVE PM-SERVICING-AGENT-CODE TO WS-OLD-AGENT
           END-IF
      * DIRECT BUSINESS WITH NO AGENT HAS NOTHING TO REASSIGN
           IF WS-OLD-AGENT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-AGENT TO AG-AGENT-CODE
           READ AGENTPF
               INVALID KEY
      * AR-102: AN AGENT CODE THE MASTER NEVER HEARD OF IS LISTED
      *         FOR PRODUCER ADMINISTRATION TO PLACE BY HAND
                   ADD 1 TO WS-COUNT-UNKNOWN
                   MOVE SPACES TO WS-NEW-AGENT
                   MOVE 'SERVICING AGENT NOT ON AGENT MASTER'
                       TO RD-MESSAGE
                   PERFORM 0390-WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ
           IF AG-AGENT-ACTIVE
               EXIT PARAGRAPH
           END-IF
      * AR-103: FOLLOW THE EXPIRED AGENT'S SUCCESSOR TO A LIVE AGENT
           PERFORM 0400-RESOLVE-SUCCESSOR
           IF WS-NEW-AGENT = SPACES
               ADD 1 TO WS-COUNT-NO-SUCCESSOR
               MOVE 'NO ACTIVE SUCCESSOR - NOT REASSIGNED'
                   TO RD-MESSAGE
               PERFORM 0390-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
      * AR-104: MOVE THE SERVICING ONLY - THE WRITING AGENT STAYS
           MOVE WS-NEW-AGENT TO PM-SERVICING-AGENT-CODE
           MOVE 'AGTREASB' TO PM-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO PM-LAST-ACTION-DATE
           REWRITE WS-POLICY-MASTER-REC
           PERFORM 8000-WRITE-REASSIGN-AUDIT
           ADD 1 TO WS-COUNT-REASSIGNED
           MOVE 'REASSIGNED TO SUCCESSOR AGENT' TO RD-MESSAGE
           PERFORM 0390-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
      * 0390 - WRITE ONE DETAIL LINE TO THE REASSIGNMENT LIST         *
      *---------------------------------------------------------------*
       0390-WRITE-DETAIL-LINE.
           MOVE PM-POLICY-ID TO RD-POLICY-ID
           MOVE PM-AGENT-CODE TO RD-WRITING-AGENT
           MOVE WS-OLD-AGENT TO RD-OLD-AGENT
           MOVE WS-NEW-AGENT TO RD-NEW-AGENT
           MOVE PM-CONTRACT-STATUS TO RD-STATUS
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0400 - RESOLVE THE ACTIVE SUCCESSOR OF THE EXPIRED AGENT IN   *
      *        AGENT-RECORD - BLANK WHEN THE CHAIN ENDS WITHOUT ONE   *
      *---------------------------------------------------------------*
       0400-RESOLVE-SUCCESSOR.
           MOVE SPACES TO WS-NEW-AGENT
           MOVE 0 TO WS-HOP-COUNT
           MOVE AG-SUCCESSOR-CODE TO WS-NEXT-AGENT
           PERFORM UNTIL WS-NEXT-AGENT = SPACES
                      OR WS-HOP-COUNT >= WS-MAX-HOPS
               ADD 1 TO WS-HOP-COUNT
               MOVE WS-NEXT-AGENT TO AG-AGENT-CODE
               MOVE SPACES TO WS-NEXT-AGENT
               READ AGENTPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AG-AGENT-ACTIVE
                           MOVE AG-AGENT-CODE TO WS-NEW-AGENT
                       ELSE
                           MOVE AG-SUCCESSOR-CODE TO WS-NEXT-AGENT
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------*
      * 8000 - WRITE THE REASSIGNMENT AUDIT ROW (ACTION TYPE AG)      *
      *---------------------------------------------------------------*
       8000-WRITE-REASSIGN-AUDIT.
           MOVE WS-OLD-AGENT             TO WS-AD-OLD-AGENT
           MOVE WS-NEW-AGENT             TO WS-AD-NEW-AGENT
           INITIALIZE AUDIT-RECORD
           MOVE PM-POLICY-ID             TO AU-POLICY-ID
           MOVE 'AG'                     TO AU-ACTION-TYPE
           MOVE 'AGTREASB'               TO AU-ACTION-USER
           MOVE WS-CURR-DATE             TO AU-ACTION-DATE
           MOVE PM-CONTRACT-STATUS       TO AU-OLD-CONTRACT-STATUS
           MOVE PM-CONTRACT-STATUS       TO AU-NEW-CONTRACT-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-OLD-TOTAL-PREMIUM
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-NEW-TOTAL-PREMIUM
           MOVE WS-AUDIT-DETAIL          TO AU-ACTION-DETAIL
           WRITE AUDIT-RECORD.

      *---------------------------------------------------------------*
      * 0900 - WRITE SWEEP SUMMARY                                    *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES READ. . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'IN-FORCE POLICIES CHECKED. .' TO RS-LABEL
           MOVE WS-COUNT-INFORCE TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES REASSIGNED. . . . .' TO RS-LABEL
           MOVE WS-COUNT-REASSIGNED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NO ACTIVE SUCCESSOR. . . . .' TO RS-LABEL
           MOVE WS-COUNT-NO-SUCCESSOR TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'AGENT NOT ON AGENT MASTER. .' TO RS-LABEL
           MOVE WS-COUNT-UNKNOWN TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.
