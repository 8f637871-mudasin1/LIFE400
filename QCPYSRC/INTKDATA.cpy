      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-03-01                                        *
      * MODIFIED:  2000-05-15 - ADDED PREMIUM QUOTE ID               *
      *            2000-04-10 - ADDED POLICYOWNER AND PREMIUM PAYOR *
      *            NAME AND MAILING ADDRESS                          *
      *            2000-03-20 - ADDED ISSUE STATE                    *
      *            1999-08-09 - ADDED WRITING AGENT CODE             *
      *            1999-08-02 - ADDED BENEFICIARY DESIGNATION TABLE  *
      *---------------------------------------------------------------*
      * NEW BUSINESS INTAKE RECORD - ONE PAPER APPLICATION KEYED     *
           05  IN-ISSUE-CHANNEL         PIC X(02).
           05  IN-AGENT-CODE            PIC X(08).
           05  IN-CURRENCY-CODE         PIC X(03).
           05  IN-ISSUE-STATE           PIC X(02).
           05  IN-INSURED-NAME          PIC X(40).
           05  IN-DATE-OF-BIRTH         PIC 9(08).
           05  IN-ISSUE-AGE             PIC 9(03).
               10  IN-BENEF-NAME        PIC X(40).
               10  IN-BENEF-RELATION    PIC X(20).
               10  IN-BENEF-PERCENT     PIC 9(03)V99.
      * POLICYOWNER - A BLANK NAME MEANS THE INSURED OWNS THE POLICY;
      * THE ADDRESS IS ALWAYS KEYED
           05  IN-OWNER-NAME            PIC X(40).
           05  IN-OWNER-RELATION        PIC X(20).
           05  IN-OWNER-ADDRESS.
               10  IN-OWNER-ADDR-LINE-1 PIC X(40).
               10  IN-OWNER-ADDR-LINE-2 PIC X(40).
               10  IN-OWNER-CITY        PIC X(30).
               10  IN-OWNER-STATE       PIC X(02).
               10  IN-OWNER-POSTAL-CODE PIC X(10).
               10  IN-OWNER-COUNTRY     PIC X(03).
      * PREMIUM PAYOR - KEYED ONLY WHEN SOMEONE OTHER THAN THE OWNER
      * PAYS; A BLANK NAME MEANS THE OWNER PAYS
           05  IN-PAYOR-NAME            PIC X(40).
           05  IN-PAYOR-RELATION        PIC X(20).
           05  IN-PAYOR-ADDRESS.
               10  IN-PAYOR-ADDR-LINE-1 PIC X(40).
               10  IN-PAYOR-ADDR-LINE-2 PIC X(40).
               10  IN-PAYOR-CITY        PIC X(30).
               10  IN-PAYOR-STATE       PIC X(02).
               10  IN-PAYOR-POSTAL-CODE PIC X(10).
               10  IN-PAYOR-COUNTRY     PIC X(03).
      * QUOTE ID FROM NBQUOTE WHEN THE APPLICATION FOLLOWS A QUOTE -
      * BLANK OTHERWISE
           05  IN-QUOTE-ID              PIC X(12).
           05  FILLER                   PIC X(06).
