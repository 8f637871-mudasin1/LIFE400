      *===============================================================*
      * COPYBOOK:  QUOTDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-15                                        *
      *---------------------------------------------------------------*
      * PREMIUM QUOTATION RECORD - ONE ROW PER QUOTE GIVEN BY        *
      * NBQUOTE, KEYED BY QT-QUOTE-ID ('QT' + THE NEXT NUMBER FROM   *
      * THE PAYCTL 'QUOTENUM' CONTROL ROW). HOLDS THE APPLICANT      *
      * DETAILS AS QUOTED, THE PREMIUM AT EVERY BILLING MODE AND ANY *
      * REFERRAL THE APPLICATION WOULD TRIGGER. WHEN AN APPLICATION  *
      * CARRYING THE QUOTE ID IS UNDERWRITTEN (NBUWENG 1850) THE     *
      * ROW IS MARKED USED WITH THE POLICY ID, THE PREMIUM THE RATES *
      * IN FORCE THAT DAY GAVE, AND THE DIFFERENCE HONOURED.         *
      * USED BY: NBQUOTE, NBUWB, NBINTKB (VIA NBUWENG)               *
      *===============================================================*
       01  QUOTE-RECORD.
           05  QT-QUOTE-ID              PIC X(12).
           05  QT-QUOTE-STATUS          PIC X(01).
               88  QT-QUOTE-OPEN        VALUE 'O'.
               88  QT-QUOTE-USED        VALUE 'U'.
           05  QT-QUOTE-DATE            PIC 9(08).
           05  QT-EXPIRY-DATE           PIC 9(08).
           05  QT-RATE-AS-OF-DATE       PIC 9(08).
           05  QT-QUOTED-BY             PIC X(10).
      *--- APPLICANT AS QUOTED ------------------------------------*
           05  QT-PLAN-CODE             PIC X(05).
           05  QT-ISSUE-CHANNEL         PIC X(02).
           05  QT-AGENT-CODE            PIC X(08).
           05  QT-CURRENCY-CODE         PIC X(03).
           05  QT-INSURED-NAME          PIC X(40).
           05  QT-DATE-OF-BIRTH         PIC 9(08).
           05  QT-ISSUE-AGE             PIC 9(03).
           05  QT-GENDER                PIC X(01).
           05  QT-SMOKER-STATUS         PIC X(01).
           05  QT-OCCUPATION-CLASS      PIC 9(01).
           05  QT-HIGH-RISK-AVOCATION   PIC X(01).
           05  QT-FLAT-EXTRA-RATE       PIC 9(02)V9999.
           05  QT-SUM-ASSURED           PIC 9(13)V99.
           05  QT-RIDER-TABLE OCCURS 10 TIMES.
               10  QT-RIDER-CODE        PIC X(05).
               10  QT-RIDER-SUM-ASSURED PIC 9(13)V99.
               10  QT-RIDER-RATE        PIC 9(02)V9999.
               10  QT-RIDER-ANNUAL-PREM PIC 9(13)V99.
      *--- PREMIUM AS QUOTED --------------------------------------*
           05  QT-UW-CLASS              PIC X(02).
           05  QT-BASE-ANNUAL-PREMIUM   PIC 9(13)V99.
           05  QT-RIDER-ANNUAL-TOTAL    PIC 9(13)V99.
           05  QT-GROSS-ANNUAL-PREMIUM  PIC 9(13)V99.
           05  QT-TAX-AMOUNT            PIC 9(13)V99.
           05  QT-TOTAL-ANNUAL-PREMIUM  PIC 9(13)V99.
      * ONE ENTRY PER PM-BILLING-MODE, IN THE ORDER A S Q M
           05  QT-MODAL-TABLE OCCURS 4 TIMES.
               10  QT-MODE              PIC X(01).
               10  QT-MODAL-PREMIUM     PIC 9(13)V99.
           05  QT-REINS-REFERRAL-IND    PIC X(01).
           05  QT-UW-REFERRAL-IND       PIC X(01).
      *--- USE OF THE QUOTE ---------------------------------------*
      * SET BY NBUWENG 1850 WHEN AN APPLICATION CARRYING THE QUOTE ID
      * IS UNDERWRITTEN. QT-RATED-PREMIUM IS THE TOTAL ANNUAL PREMIUM
      * THE RATES IN FORCE THAT DAY GAVE; QT-PREMIUM-DIFFERENCE IS
      * QUOTED LESS RATED - ZERO WHEN THE RATES DID NOT MOVE.
           05  QT-POLICY-ID             PIC X(12).
           05  QT-USED-DATE             PIC 9(08).
           05  QT-RATED-PREMIUM         PIC 9(13)V99.
           05  QT-PREMIUM-DIFFERENCE    PIC S9(13)V99.
           05  FILLER                   PIC X(20).
