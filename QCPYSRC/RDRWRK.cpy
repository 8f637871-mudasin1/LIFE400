      *===============================================================*
      * COPYBOOK:  RDRWRK (WORKING-STORAGE)                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-06-26                                        *
      *---------------------------------------------------------------*
      * RIDER AGE LIMITS. ONE DEFINITION FOR THE PROGRAM THAT ENDS   *
      * THE RIDER, THE PROGRAMS THAT GRANT OR WAIVE UNDER IT AND THE *
      * INTEGRITY AUDIT THAT CHECKS NOTHING OUTLIVES IT.             *
      *   WOP01 - ENDED BY ANNIVB ON THE FIRST ANNIVERSARY AT OR PAST*
      *           THE AGE (AND BY WOPWAVB IF A RUNNING WAIVER REACHES*
      *           IT FIRST); NO WAIVER IS STARTED (CLMADJB) OR A     *
      *           PREMIUM WAIVED (WOPWAVB) ON OR AFTER THE INSURED'S *
      *           BIRTHDAY AT THE AGE; POLCHKB REPORTS AN ACTIVE     *
      *           WOP01 AT OR PAST IT                                *
      * USED BY: WOPWAVB, ANNIVB, CLMADJB, POLCHKB                   *
      *===============================================================*
       77  WS-WOP-EXPIRY-AGE         PIC 9(03) VALUE 65.
