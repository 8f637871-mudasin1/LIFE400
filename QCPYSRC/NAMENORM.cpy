      *===============================================================*
      * COPYBOOK:  NAMENORM (PROCEDURE DIVISION)                     *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-03                                        *
      *---------------------------------------------------------------*
      * NORMALIZE A PERSON OR ENTITY NAME TO THE SANCTIONS MATCH KEY *
      * - SHARED SO THE WATCH-LIST LOAD AND EVERY SCREEN BUILD THE   *
      * KEY IDENTICALLY:                                              *
      *   - LOWER CASE FOLDED TO UPPER CASE                           *
      *   - FULL STOPS AND APOSTROPHES DROPPED (O'NEIL = ONEIL)      *
      *   - COMMAS, HYPHENS, SLASHES, AMPERSANDS, BRACKETS, COLONS   *
      *     AND SEMICOLONS TREATED AS WORD BREAKS                     *
      *   - UP TO 8 WORDS OF UP TO 20 CHARACTERS KEPT, SORTED INTO   *
      *     ALPHABETICAL ORDER AND REJOINED WITH SINGLE SPACES, SO   *
      *     'SMITH, JOHN A.' AND 'JOHN A SMITH' GIVE THE SAME KEY    *
      * USED BY: WLSTLODB, SANSCRN                                   *
      *---------------------------------------------------------------*
      * CALLER MUST: COPY SANWRK IN WORKING-STORAGE, MOVE THE NAME   *
      *              TO WS-NN-INPUT AND PERFORM 8290; THE KEY IS     *
      *              RETURNED IN WS-NN-OUTPUT (SPACES IF THE NAME    *
      *              HAD NO LETTERS OR DIGITS). WS-NN-INPUT IS        *
      *              OVERWRITTEN.                                     *
      *===============================================================*
      *---------------------------------------------------------------*
      * 8290 - NORMALIZE ONE NAME TO ITS MATCH KEY                    *
      *---------------------------------------------------------------*
       8290-NORMALIZE-NAME.
           MOVE SPACES TO WS-NN-OUTPUT
           MOVE 0 TO WS-NN-TOKEN-COUNT
           MOVE 0 TO WS-NN-TOKEN-LEN
           INSPECT WS-NN-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NN-INPUT CONVERTING ',-/&();:'
               TO '        '
           PERFORM VARYING WS-NN-POS FROM 1 BY 1
               UNTIL WS-NN-POS > 60
               MOVE WS-NN-INPUT(WS-NN-POS:1) TO WS-NN-CHAR
               EVALUATE TRUE
                   WHEN WS-NN-CHAR = SPACE
                       MOVE 0 TO WS-NN-TOKEN-LEN
                   WHEN WS-NN-CHAR = '.' OR WS-NN-CHAR = "'"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 8292-APPEND-NAME-CHAR
               END-EVALUATE
           END-PERFORM
           PERFORM 8294-SORT-NAME-TOKENS
           MOVE 1 TO WS-NN-PTR
           PERFORM VARYING WS-NN-I FROM 1 BY 1
               UNTIL WS-NN-I > WS-NN-TOKEN-COUNT
               IF WS-NN-I > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-NN-OUTPUT WITH POINTER WS-NN-PTR
                   END-STRING
               END-IF
               STRING WS-NN-TOKEN(WS-NN-I) DELIMITED BY SPACE
                   INTO WS-NN-OUTPUT WITH POINTER WS-NN-PTR
               END-STRING
           END-PERFORM.

      *---------------------------------------------------------------*
      * 8292 - ADD ONE CHARACTER TO THE CURRENT WORD, STARTING A NEW  *
      *        WORD AFTER A BREAK (WORDS PAST THE 8TH AND CHARACTERS  *
      *        PAST THE 20TH ARE DROPPED)                             *
      *---------------------------------------------------------------*
       8292-APPEND-NAME-CHAR.
           IF WS-NN-TOKEN-LEN = 0
               IF WS-NN-TOKEN-COUNT < 8
                   ADD 1 TO WS-NN-TOKEN-COUNT
                   MOVE SPACES TO WS-NN-TOKEN(WS-NN-TOKEN-COUNT)
               ELSE
                   MOVE 20 TO WS-NN-TOKEN-LEN
               END-IF
           END-IF
           IF WS-NN-TOKEN-LEN < 20
               ADD 1 TO WS-NN-TOKEN-LEN
               MOVE WS-NN-CHAR TO
                   WS-NN-TOKEN(WS-NN-TOKEN-COUNT)(WS-NN-TOKEN-LEN:1)
           END-IF.

      *---------------------------------------------------------------*
      * 8294 - SORT THE WORDS INTO ALPHABETICAL ORDER                 *
      *---------------------------------------------------------------*
       8294-SORT-NAME-TOKENS.
           PERFORM VARYING WS-NN-I FROM 1 BY 1
               UNTIL WS-NN-I >= WS-NN-TOKEN-COUNT
               PERFORM VARYING WS-NN-J FROM 1 BY 1
                   UNTIL WS-NN-J > WS-NN-TOKEN-COUNT - WS-NN-I
                   IF WS-NN-TOKEN(WS-NN-J) > WS-NN-TOKEN(WS-NN-J + 1)
                       MOVE WS-NN-TOKEN(WS-NN-J) TO WS-NN-SWAP
                       MOVE WS-NN-TOKEN(WS-NN-J + 1)
                           TO WS-NN-TOKEN(WS-NN-J)
                       MOVE WS-NN-SWAP TO WS-NN-TOKEN(WS-NN-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
