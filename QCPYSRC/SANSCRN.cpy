      *===============================================================*
      * COPYBOOK:  SANSCRN (PROCEDURE DIVISION)                      *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-03                                        *
      *---------------------------------------------------------------*
      * SANCTIONS WATCH-LIST SCREENING - SHARED PROCEDURE LOGIC.     *
      * AN ITEM (A POLICY TO ISSUE, A BENEFICIARY CHANGE, A PAYMENT) *
      * IS SCREENED ONE NAME AT A TIME AGAINST WATCHLST ON THE       *
      * NORMALIZED MATCH KEY (COPYBOOK NAMENORM); EVERY NAME IS      *
      * LOGGED TO SANLOGPF WHATEVER THE RESULT. THE OUTCOME FOR THE  *
      * ITEM IS LEFT IN WS-SCR-ITEM-RESULT:                           *
      *   CLEAR   - NO NAME MATCHED, OR COMPLIANCE HAS ALREADY       *
      *             CLEARED THIS ITEM AS A FALSE POSITIVE - PROCEED  *
      *   HELD    - A POSSIBLE MATCH; A PENDING ROW IS (OR ALREADY   *
      *             WAS) ON THE SANHOLD QUEUE - DO NOT PROCEED       *
      *   BLOCKED - COMPLIANCE HAS CONFIRMED THE MATCH - DO NOT      *
      *             PROCEED, EVER                                    *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, CLMPAYB,     *
      *          CANREFB, SUSPWKB, BNKRECB                           *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT/FD WATCHLST WITH COPY WLSTDATA,          *
      *              ORGANIZATION INDEXED, ACCESS DYNAMIC, RECORD    *
      *              KEY WL-WATCH-KEY, OPENED INPUT; SELECT/FD       *
      *              SANHOLD WITH COPY SHLDDATA, ORGANIZATION        *
      *              INDEXED, ACCESS RANDOM, RECORD KEY SH-HOLD-KEY, *
      *              OPENED I-O; SELECT/FD SANLOGPF WITH COPY        *
      *              SLOGDATA, ORGANIZATION SEQUENTIAL, OPENED       *
      *              EXTEND; COPY SANWRK IN WORKING-STORAGE; AND     *
      *              HAVE WS-CURR-DATE PIC 9(08) SET TO THE RUN DATE *
      *              AND THE POLICY BEING SCREENED IN WS-POLICY-     *
      *              MASTER-REC (A BENEFICIARY CHANGE HOLD KEEPS THE *
      *              REQUESTED PM-BENEF-DESIGNATION).                 *
      *              PER ITEM: SET WS-SCR-PROGRAM, WS-SCR-SOURCE,    *
      *              WS-SCR-POLICY-ID, WS-SCR-REF-ID AND WS-SCR-     *
      *              AMOUNT AND PERFORM 8250; PER NAME: SET WS-SCR-  *
      *              PARTY-ROLE, WS-SCR-PARTY-SEQ AND WS-SCR-PARTY-  *
      *              NAME AND PERFORM 8260 (A BLANK NAME IS          *
      *              SKIPPED); THEN PERFORM 8270 AND TEST WS-SCR-    *
      *              ITEM-RESULT.                                     *
      *===============================================================*
      *---------------------------------------------------------------*
      * 8250 - START SCREENING ONE ITEM - PICK UP ANY EARLIER         *
      *        COMPLIANCE DECISION ON THE SAME ITEM                   *
      *---------------------------------------------------------------*
       8250-START-SCREENING.
           MOVE 'C' TO WS-SCR-ITEM-RESULT
           MOVE 0 TO WS-SCR-HIT-COUNT
           MOVE SPACES TO WS-SCR-FIRST-HIT
           MOVE 0 TO WS-SCR-HIT-SEQ
           MOVE WS-SCR-POLICY-ID TO SH-POLICY-ID
           MOVE WS-SCR-SOURCE TO SH-HOLD-SOURCE
           MOVE WS-SCR-REF-ID TO SH-REF-ID
           READ SANHOLD
               INVALID KEY
                   MOVE SPACES TO WS-SCR-PRIOR-STATUS
               NOT INVALID KEY
                   MOVE SH-HOLD-STATUS TO WS-SCR-PRIOR-STATUS
           END-READ
           EVALUATE WS-SCR-PRIOR-STATUS
               WHEN 'PE'
                   MOVE 'H' TO WS-SCR-ITEM-RESULT
               WHEN 'CF'
                   MOVE 'B' TO WS-SCR-ITEM-RESULT
           END-EVALUATE.

      *---------------------------------------------------------------*
      * 8260 - SCREEN ONE NAME ON THE ITEM                            *
      *---------------------------------------------------------------*
       8260-SCREEN-PARTY.
           IF WS-SCR-PARTY-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCR-PARTY-NAME TO WS-NN-INPUT
           PERFORM 8290-NORMALIZE-NAME
           PERFORM 8265-FIND-WATCH-MATCH
           PERFORM 8268-WRITE-SCREEN-LOG
           IF WS-SCR-MATCHED
               ADD 1 TO WS-SCR-HIT-COUNT
               IF WS-SCR-HIT-COUNT = 1
                   MOVE WS-SCR-PARTY-ROLE TO WS-SCR-HIT-ROLE
                   MOVE WS-SCR-PARTY-SEQ TO WS-SCR-HIT-SEQ
                   MOVE WS-SCR-PARTY-NAME TO WS-SCR-HIT-NAME
                   MOVE WL-ENTRY-ID TO WS-SCR-HIT-ENTRY-ID
                   MOVE WL-LIST-NAME TO WS-SCR-HIT-WATCH-NAME
               END-IF
      * A MATCH ON AN ITEM COMPLIANCE HAS ALREADY DECIDED KEEPS THAT
      * DECISION - ONLY AN UNDECIDED ITEM GOES ON HOLD
               IF WS-SCR-PRIOR-STATUS = SPACES
                   MOVE 'H' TO WS-SCR-ITEM-RESULT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * 8265 - KEYED LOOKUP OF THE MATCH KEY ON THE WATCH LIST        *
      *---------------------------------------------------------------*
       8265-FIND-WATCH-MATCH.
           MOVE 'N' TO WS-SCR-MATCH-FLAG
           IF WS-NN-OUTPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NN-OUTPUT TO WL-MATCH-NAME
           MOVE LOW-VALUES TO WL-ENTRY-ID
           MOVE 0 TO WL-NAME-SEQ
           START WATCHLST KEY IS NOT LESS THAN WL-WATCH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ WATCHLST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WL-MATCH-NAME = WS-NN-OUTPUT
                               MOVE 'Y' TO WS-SCR-MATCH-FLAG
                           END-IF
                   END-READ
           END-START.

      *---------------------------------------------------------------*
      * 8268 - LOG ONE SCREENING RESULT                               *
      *---------------------------------------------------------------*
       8268-WRITE-SCREEN-LOG.
           INITIALIZE SANLOG-RECORD
           MOVE 'SC' TO SL-EVENT-TYPE
           MOVE WS-CURR-DATE TO SL-EVENT-DATE
           MOVE WS-SCR-PROGRAM TO SL-ACTION-USER
           MOVE WS-SCR-POLICY-ID TO SL-POLICY-ID
           MOVE WS-SCR-SOURCE TO SL-HOLD-SOURCE
           MOVE WS-SCR-REF-ID TO SL-REF-ID
           MOVE WS-SCR-PARTY-ROLE TO SL-PARTY-ROLE
           MOVE WS-SCR-PARTY-SEQ TO SL-PARTY-SEQ
           MOVE WS-SCR-PARTY-NAME TO SL-PARTY-NAME
           MOVE WS-NN-OUTPUT TO SL-MATCH-NAME
           IF WS-SCR-MATCHED
               MOVE 'M' TO SL-RESULT
               MOVE WL-ENTRY-ID TO SL-WATCH-ENTRY-ID
               MOVE WL-LIST-NAME TO SL-WATCH-NAME
               MOVE WL-LIST-DATE TO SL-LIST-DATE
           ELSE
               MOVE 'N' TO SL-RESULT
           END-IF
           MOVE WS-SCR-PRIOR-STATUS TO SL-HOLD-STATUS
           WRITE SANLOG-RECORD.

      *---------------------------------------------------------------*
      * 8270 - END SCREENING ONE ITEM - QUEUE A NEW HOLD              *
      *---------------------------------------------------------------*
       8270-END-SCREENING.
           IF NOT WS-SCR-ITEM-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-PRIOR-STATUS NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE SANHOLD-RECORD
           MOVE WS-SCR-POLICY-ID TO SH-POLICY-ID
           MOVE WS-SCR-SOURCE TO SH-HOLD-SOURCE
           MOVE WS-SCR-REF-ID TO SH-REF-ID
           MOVE WS-SCR-HIT-ROLE TO SH-PARTY-ROLE
           MOVE WS-SCR-HIT-SEQ TO SH-PARTY-SEQ
           MOVE WS-SCR-HIT-NAME TO SH-PARTY-NAME
           MOVE WS-SCR-HIT-ENTRY-ID TO SH-WATCH-ENTRY-ID
           MOVE WS-SCR-HIT-WATCH-NAME TO SH-WATCH-NAME
           MOVE WS-SCR-HIT-COUNT TO SH-HIT-COUNT
           MOVE WS-SCR-AMOUNT TO SH-AMOUNT
           MOVE WS-SCR-PROGRAM TO SH-HOLD-PROGRAM
           MOVE WS-CURR-DATE TO SH-HOLD-DATE
           MOVE 'PE' TO SH-HOLD-STATUS
           MOVE SPACES TO SH-DECISION-USER
           MOVE 0 TO SH-DECISION-DATE
           IF WS-SCR-SOURCE = 'BC'
               MOVE PM-BENEF-DESIGNATION TO SH-BENEF-REQUEST
           END-IF
           WRITE SANHOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *---------------------------------------------------------------*
      * 8290 - NORMALIZE ONE NAME TO ITS MATCH KEY                    *
      * SHARED WITH WLSTLODB VIA COPYBOOK NAMENORM                    *
      *---------------------------------------------------------------*
       COPY NAMENORM.
