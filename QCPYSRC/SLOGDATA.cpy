      *===============================================================*
      * COPYBOOK:  SLOGDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-03                                        *
      *---------------------------------------------------------------*
      * SANCTIONS SCREENING LOG - APPEND-ONLY, NEVER REWRITTEN, SO   *
      * THE EXAMINERS CAN SEE EVERY NAME THAT WAS SCREENED, WHEN, BY *
      * WHICH PROGRAM, AGAINST WHICH ITEM AND WITH WHAT RESULT, AND  *
      * EVERY CLEAR/CONFIRM DECISION COMPLIANCE TOOK ON THE HOLD     *
      * QUEUE.                                                        *
      *   SC - ONE NAME SCREENED. SL-RESULT M = POSSIBLE MATCH (THE  *
      *        LIST ENTRY IT MATCHED IS CARRIED), N = NO MATCH.      *
      *        SL-HOLD-STATUS IS ANY EARLIER COMPLIANCE DECISION ON  *
      *        THE SAME ITEM (BLANK WHEN THERE IS NONE).              *
      *   DC - A COMPLIANCE DECISION. SL-HOLD-STATUS IS THE NEW      *
      *        STATUS (CL OR CF), SL-ACTION-USER THE DECIDING USER.  *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, CLMPAYB,     *
      *          CANREFB, SUSPWKB, BNKRECB (VIA SANSCRN), SANHMNT    *
      *===============================================================*
       01  SANLOG-RECORD.
           05  SL-EVENT-TYPE             PIC X(02).
               88  SL-EVENT-SCREEN       VALUE 'SC'.
               88  SL-EVENT-DECISION     VALUE 'DC'.
           05  SL-EVENT-DATE             PIC 9(08).
           05  SL-ACTION-USER            PIC X(10).
           05  SL-POLICY-ID              PIC X(12).
           05  SL-HOLD-SOURCE            PIC X(02).
           05  SL-REF-ID                 PIC X(16).
           05  SL-PARTY-ROLE             PIC X(02).
           05  SL-PARTY-SEQ              PIC 9(02).
           05  SL-PARTY-NAME             PIC X(40).
           05  SL-MATCH-NAME             PIC X(40).
           05  SL-RESULT                 PIC X(01).
               88  SL-POSSIBLE-MATCH     VALUE 'M'.
               88  SL-NO-MATCH           VALUE 'N'.
           05  SL-WATCH-ENTRY-ID         PIC X(10).
           05  SL-WATCH-NAME             PIC X(60).
           05  SL-LIST-DATE              PIC 9(08).
           05  SL-HOLD-STATUS            PIC X(02).
           05  FILLER                    PIC X(20).
