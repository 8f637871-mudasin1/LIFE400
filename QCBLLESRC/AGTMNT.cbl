      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-01-03                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-04-17 - EXPIRE NAMES A SUCCESSOR AGENT       *
      *---------------------------------------------------------------*
      * AGENT MASTER MAINTENANCE                                      *
      * DOMAIN:  TERM LIFE - PRODUCER ADMINISTRATION                 *
      *          CHANGED THIS AGENT AND WHEN" HAS AN ANSWER.         *
      *          EXPIRE MOVES THE AGENT TO TERMINATED STATUS - THE   *
      *          ROW IS NEVER DELETED, COMMISSION HISTORY STILL      *
      *          RESOLVES AGAINST IT. EXPIRE MUST NAME AN ACTIVE     *
      *          SUCCESSOR AGENT - AGTREASB MOVES THE SERVICING OF   *
      *          THE EXPIRED AGENT'S IN-FORCE BOOK TO THAT AGENT.    *
      *---------------------------------------------------------------*
      * CALLED BY: RUNAGTM (CL - ONLINE MAINTENANCE WORKBENCH)       *
      * FILES:     AGENTPF (I-O INDEXED)                             *
      *  14 - ISSUE CHANNEL MUST BE AG BR OR ON                      *
      *  15 - ADD: AGENT CODE ALREADY ON AGENTPF                     *
      *  16 - CHANGE/EXPIRE: AGENT CODE NOT FOUND                    *
      *  17 - EXPIRE: SUCCESSOR AGENT IS REQUIRED AND MUST DIFFER    *
      *       FROM THE AGENT BEING EXPIRED                           *
      *  18 - EXPIRE: SUCCESSOR AGENT NOT FOUND OR NOT ACTIVE        *
      *---------------------------------------------------------------*
      * THE AUDIT ROW CARRIES THE AGENT CODE IN THE POLICY ID FIELD, *
      * ACTION TYPE AM, AND THE MAINTENANCE ACTION IN THE NEW-STATUS *
      * COLUMN; AN EXPIRE ALSO CARRIES THE SUCCESSOR AGENT IN THE    *
      * ACTION DETAIL. BALCTLB'S MOVEMENT NETTING IGNORES THE ROW -   *
      * THE ACTION CODES ARE NOT CONTRACT STATUSES.                   *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTMNT.
       01  LK-AGENT-NAME             PIC X(40).
       01  LK-BRANCH-CODE            PIC X(04).
       01  LK-ISSUE-CHANNEL          PIC X(02).
       01  LK-SUCCESSOR-CODE         PIC X(08).
       01  LK-ACTION-USER            PIC X(10).
       01  LK-RETURN-CODE            PIC 9(02).
       01  LK-RETURN-MESSAGE         PIC X(100).

       PROCEDURE DIVISION USING LK-ACTION LK-AGENT-CODE
           LK-AGENT-NAME LK-BRANCH-CODE LK-ISSUE-CHANNEL
           LK-SUCCESSOR-CODE LK-ACTION-USER LK-RETURN-CODE
           LK-RETURN-MESSAGE.

       MAIN-PROCESS.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
               EXIT PARAGRAPH
           END-IF
      * AM-102: ADD AND CHANGE CARRY THE FULL ROW - EXPIRE ONLY
      *         NEEDS THE KEY AND THE SUCCESSOR
           IF LK-ACTION = 'EX'
      * AM-104: AN EXPIRED AGENT'S BOOK MUST HAVE SOMEWHERE TO GO
               IF LK-SUCCESSOR-CODE = SPACES OR
                  LK-SUCCESSOR-CODE = LK-AGENT-CODE
                   MOVE 17 TO LK-RETURN-CODE
                   MOVE 'SUCCESSOR AGENT REQUIRED - MUST DIFFER FROM TH
      -                 'E EXPIRED AGENT' TO LK-RETURN-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LK-AGENT-NAME = SPACES
      *---------------------------------------------------------------*
      * 2300 - EXPIRE AN AGENT           (AM-203) - STATUS MOVES TO   *
      *        TERMINATED; THE ROW STAYS SO COMMISSION HISTORY        *
      *        STILL RESOLVES. THE SUCCESSOR IS RECORDED FOR          *
      *        AGTREASB (AM-104)                                      *
      *---------------------------------------------------------------*
       2300-EXPIRE-AGENT.
           IF NOT WS-FOUND
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * AM-104: THE SUCCESSOR MUST BE A LIVE AGENT - READ IT FIRST,
      *         THEN RE-READ THE ROW BEING EXPIRED FOR THE REWRITE
           MOVE LK-SUCCESSOR-CODE TO AG-AGENT-CODE
           READ AGENTPF
               INVALID KEY
                   MOVE 18 TO LK-RETURN-CODE
               NOT INVALID KEY
                   IF NOT AG-AGENT-ACTIVE
                       MOVE 18 TO LK-RETURN-CODE
                   END-IF
           END-READ
           IF LK-RETURN-CODE NOT = 0
               MOVE 'SUCCESSOR AGENT NOT FOUND OR NOT ACTIVE'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-READ-EXISTING-ROW
           MOVE 'T' TO AG-AGENT-STATUS
           MOVE LK-SUCCESSOR-CODE TO AG-SUCCESSOR-CODE
           MOVE WS-CURR-DATE TO AG-EXPIRY-DATE
           REWRITE AGENT-RECORD
           MOVE 'AGENT EXPIRED' TO LK-RETURN-MESSAGE.

           MOVE LK-ACTION                TO AU-OLD-CONTRACT-STATUS
           MOVE 0                        TO AU-OLD-TOTAL-PREMIUM
           MOVE 0                        TO AU-NEW-TOTAL-PREMIUM
           IF LK-ACTION = 'EX'
               MOVE LK-SUCCESSOR-CODE    TO AU-ACTION-DETAIL
           END-IF
           WRITE AUDIT-RECORD.
