      *===============================================================*
      * COPYBOOK:  CINTDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-20                                        *
      *---------------------------------------------------------------*
      * CLAIM INTEREST LEDGER RECORD - ONE APPEND-ONLY ROW PER       *
      * BENEFICIARY SHARE OF A DEATH CLAIM THAT PAID STATUTORY       *
      * INTEREST, WRITTEN BY CLMPAYB IN THE SAME PASS AS THE VENDOR  *
      * DISBURSEMENT ROW. THE YEAR-END 1099-INT RUN (CLMTAXB) TOTALS *
      * IT BY PAYEE FOR THE TAX YEAR OF CX-PAID-DATE. NEVER          *
      * REWRITTEN.                                                    *
      * USED BY: CLMPAYB, CLMTAXB                                     *
      *===============================================================*
       01  CLMINT-RECORD.
           05  CX-POLICY-ID              PIC X(12).
           05  CX-CLAIM-ID               PIC X(12).
           05  CX-PAYEE-NAME             PIC X(40).
           05  CX-PAYEE-RELATION         PIC X(20).
           05  CX-BENEF-SEQ              PIC 9(02).
           05  CX-INTEREST-AMOUNT        PIC 9(13)V99.
           05  CX-CURRENCY-CODE          PIC X(03).
           05  CX-ISSUE-STATE            PIC X(02).
           05  CX-DATE-OF-DEATH          PIC 9(08).
           05  CX-SETTLE-DATE            PIC 9(08).
           05  CX-INTEREST-DAYS          PIC 9(05).
           05  CX-INTEREST-RATE          PIC 9(01)V9999.
           05  CX-PAID-DATE              PIC 9(08).
           05  FILLER                    PIC X(20).
