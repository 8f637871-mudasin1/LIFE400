      *===============================================================*
      * COPYBOOK:  SANWRK (WORKING-STORAGE)                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-03                                        *
      *---------------------------------------------------------------*
      * WORKING STORAGE FOR SANCTIONS SCREENING (COPYBOOK SANSCRN)   *
      * AND NAME NORMALIZATION (COPYBOOK NAMENORM). THE CALLER SETS  *
      * THE WS-SCR- ITEM FIELDS ONCE PER ITEM AND THE WS-SCR-PARTY-  *
      * FIELDS ONCE PER NAME; WS-SCR-ITEM-RESULT CARRIES THE OUTCOME *
      * FOR THE ITEM AS A WHOLE.                                      *
      * USED BY: WLSTLODB, NBUWB, NBINTKB (VIA NBUWENG), SVCBILB,    *
      *          CLMPAYB, CANREFB, SUSPWKB, SANHMNT, NBQUOTE,        *
      *          BNKRECB                                             *
      *===============================================================*
       77  WS-WATCHLST-STATUS        PIC X(02) VALUE SPACES.
       77  WS-SANHOLD-STATUS         PIC X(02) VALUE SPACES.
       77  WS-SANLOG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-SCR-PROGRAM            PIC X(10) VALUE SPACES.
       77  WS-SCR-SOURCE             PIC X(02) VALUE SPACES.
       77  WS-SCR-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-SCR-REF-ID             PIC X(16) VALUE SPACES.
       77  WS-SCR-AMOUNT             PIC 9(13)V99 VALUE 0.
       77  WS-SCR-PARTY-ROLE         PIC X(02) VALUE SPACES.
       77  WS-SCR-PARTY-SEQ          PIC 9(02) VALUE 0.
       77  WS-SCR-PARTY-NAME         PIC X(40) VALUE SPACES.
       77  WS-SCR-PRIOR-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SCR-HIT-COUNT          PIC 9(02) VALUE 0.
       77  WS-SCR-MATCH-FLAG         PIC X VALUE 'N'.
           88  WS-SCR-MATCHED        VALUE 'Y'.
       77  WS-SCR-ITEM-RESULT        PIC X VALUE 'C'.
           88  WS-SCR-ITEM-CLEAR     VALUE 'C'.
           88  WS-SCR-ITEM-HELD      VALUE 'H'.
           88  WS-SCR-ITEM-BLOCKED   VALUE 'B'.

       01  WS-SCR-FIRST-HIT.
           05  WS-SCR-HIT-ROLE           PIC X(02).
           05  WS-SCR-HIT-SEQ            PIC 9(02).
           05  WS-SCR-HIT-NAME           PIC X(40).
           05  WS-SCR-HIT-ENTRY-ID       PIC X(10).
           05  WS-SCR-HIT-WATCH-NAME     PIC X(60).

       01  WS-NAME-NORM-WORK.
           05  WS-NN-INPUT               PIC X(60).
           05  WS-NN-OUTPUT              PIC X(40).
           05  WS-NN-CHAR                PIC X(01).
           05  WS-NN-POS                 PIC 9(02).
           05  WS-NN-PTR                 PIC 9(03).
           05  WS-NN-TOKEN-LEN           PIC 9(02).
           05  WS-NN-TOKEN-COUNT         PIC 9(02).
           05  WS-NN-I                   PIC 9(02).
           05  WS-NN-J                   PIC 9(02).
           05  WS-NN-SWAP                PIC X(20).
           05  WS-NN-TOKEN               PIC X(20) OCCURS 8 TIMES.
