      * KEYED BY AGENT CODE. GIVES THE COMMISSION SETTLEMENT A REAL  *
      * PRODUCER IDENTITY INSTEAD OF GUESSING PRODUCTION FROM THE    *
      * ISSUE CHANNEL ALONE.                                          *
      * MODIFIED:  2000-04-17 - ADDED SUCCESSOR AGENT AND EXPIRY     *
      *            DATE                                               *
      * USED BY: COMSTLB, AGTLODB, AGTMNT, NBUWB, NBINTKB (VIA       *
      *          COPYBOOK NBUWENG), AGTREASB                          *
      *===============================================================*
       01  AGENT-RECORD.
           05  AG-AGENT-CODE             PIC X(08).
           05  AG-AGENT-STATUS           PIC X(01).
               88  AG-AGENT-ACTIVE       VALUE 'A'.
               88  AG-AGENT-TERMINATED   VALUE 'T'.
      * SET BY AGTMNT WHEN THE AGENT IS EXPIRED - THE ACTIVE AGENT
      * WHO TAKES OVER SERVICING OF THE EXPIRED AGENT'S IN-FORCE
      * BOOK (AGTREASB), AND THE DATE THE AGENT WAS EXPIRED
           05  AG-SUCCESSOR-CODE         PIC X(08).
           05  AG-EXPIRY-DATE            PIC 9(08).
           05  FILLER                    PIC X(04).
