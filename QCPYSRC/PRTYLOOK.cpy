      *===============================================================*
      * COPYBOOK:  PRTYLOOK (PROCEDURE DIVISION)                     *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-10                                        *
      *---------------------------------------------------------------*
      * FIND THE NAME AND MAILING ADDRESS FOR ONE PARTY ON A POLICY  *
      * - SHARED SO EVERY MAILING AND PAYMENT EXTRACT ADDRESSES THE  *
      * SAME WAY:                                                     *
      *   - THE ROW FOR THE REQUESTED ROLE AND SEQUENCE IS USED      *
      *   - NO PAYOR ROW MEANS THE OWNER PAYS - THE OWNER ROW IS     *
      *     USED INSTEAD                                              *
      *   - NO ROW AT ALL LEAVES THE CALLER'S FALLBACK NAME AND A    *
      *     BLANK ADDRESS (A BENEFICIARY IS NEVER MAILED AT THE       *
      *     OWNER'S ADDRESS)                                          *
      *   - AN ADDRESS MARKED RETURNED SETS WS-MAIL-HELD SO THE      *
      *     PIECE IS HELD, NOT MAILED                                 *
      * USED BY: BILNOTB, DDRETNB, CLMCHSB, SVCBILB, SVCSWPB (VIA    *
      *          COPYBOOK NOTCADDR), CLMPAYB, CANREFB, SUSPWKB,      *
      *          BNKRECB, LOANANVB, CLMTAXB                          *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT/FD PARTYPF WITH COPY PRTYDATA,           *
      *              ORGANIZATION INDEXED, RECORD KEY OP-PARTY-KEY,  *
      *              OPENED INPUT OR I-O; COPY PRTYWRK IN WORKING-   *
      *              STORAGE; SET WS-MAIL-POLICY-ID, WS-MAIL-ROLE,   *
      *              WS-MAIL-SEQ AND THE FALLBACK NAME IN             *
      *              WS-MAIL-NAME, THEN PERFORM 8350.                 *
      *===============================================================*
      *---------------------------------------------------------------*
      * 8350 - LOOK UP THE MAILING PARTY                              *
      *---------------------------------------------------------------*
       8350-GET-MAILING-PARTY.
           MOVE 'N' TO WS-MAIL-FOUND-FLAG
           MOVE 'N' TO WS-MAIL-HOLD-FLAG
           MOVE SPACES TO WS-MAIL-ADDRESS
           MOVE WS-MAIL-POLICY-ID TO OP-POLICY-ID
           MOVE WS-MAIL-ROLE TO OP-PARTY-ROLE
           MOVE WS-MAIL-SEQ TO OP-PARTY-SEQ
           PERFORM 8355-READ-PARTY-ROW
           IF NOT WS-MAIL-FOUND AND WS-MAIL-ROLE = 'PY'
               MOVE 'OW' TO OP-PARTY-ROLE
               MOVE 1 TO OP-PARTY-SEQ
               PERFORM 8355-READ-PARTY-ROW
           END-IF
           IF NOT WS-MAIL-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE OP-PARTY-NAME TO WS-MAIL-NAME
           MOVE OP-MAIL-ADDRESS TO WS-MAIL-ADDRESS
           IF OP-ADDR-RETURNED
               MOVE 'Y' TO WS-MAIL-HOLD-FLAG
           END-IF.

      *---------------------------------------------------------------*
      * 8355 - KEYED READ OF ONE PARTY ROW                            *
      *---------------------------------------------------------------*
       8355-READ-PARTY-ROW.
           READ PARTYPF
               INVALID KEY
                   MOVE 'N' TO WS-MAIL-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MAIL-FOUND-FLAG
           END-READ.
