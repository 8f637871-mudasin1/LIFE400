      *===============================================================*
      * COPYBOOK:  WLSTDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-03                                        *
      *---------------------------------------------------------------*
      * SANCTIONS WATCH-LIST RECORD - ONE ROW PER NAME (PRIMARY OR   *
      * ALIAS) ON THE REGULATOR'S PUBLISHED LIST, REBUILT IN FULL BY *
      * WLSTLODB EACH TIME A NEW LIST IS PUBLISHED. KEYED BY THE     *
      * NORMALIZED MATCH NAME (COPYBOOK NAMENORM - UPPER CASE,       *
      * PUNCTUATION DROPPED, NAME WORDS IN ALPHABETICAL ORDER) SO A  *
      * SCREEN IS ONE KEYED LOOKUP WHATEVER ORDER THE LIST AND THE   *
      * POLICY RECORD HAPPEN TO WRITE THE NAME IN.                    *
      * USED BY: WLSTLODB, NBUWB, NBINTKB (VIA NBUWENG), SVCBILB,    *
      *          CLMPAYB, CANREFB, SUSPWKB, BNKRECB (VIA SANSCRN)    *
      *===============================================================*
       01  WATCH-RECORD.
           05  WL-WATCH-KEY.
               10  WL-MATCH-NAME         PIC X(40).
               10  WL-ENTRY-ID           PIC X(10).
               10  WL-NAME-SEQ           PIC 9(02).
           05  WL-LIST-NAME              PIC X(60).
           05  WL-NAME-TYPE              PIC X(01).
               88  WL-PRIMARY-NAME       VALUE 'P'.
               88  WL-ALIAS-NAME         VALUE 'A'.
           05  WL-SANCTION-PROGRAM       PIC X(10).
           05  WL-LIST-DATE              PIC 9(08).
           05  WL-LOAD-DATE              PIC 9(08).
           05  FILLER                    PIC X(20).
