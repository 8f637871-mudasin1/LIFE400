      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-07-26                                        *
      * MODIFIED:  2000-04-10 - PAYEE MAILING ADDRESS AND RETURNED- *
      *            MAIL HOLD INDICATOR (PRTYLOOK)                    *
      *            2000-03-27 - CHECK/TRACE NUMBER FROM THE PAYMENT  *
      *            REGISTER (OUTPAY) ON EVERY ROW                     *
      *            2000-03-20 - STATUTORY CLAIM INTEREST CARRIED    *
      *            SEPARATELY; NET AMOUNT IS PRINCIPAL PLUS INTEREST *
      *            1999-11-29 - ALSO CARRIES CANCELLATION REFUNDS   *
      *            (CANREFB) - BLANK CLAIM ID, PAYEE IS THE          *
      *            POLICYHOLDER                                       *
      *            1999-08-02 - ONE ROW PER BENEFICIARY SHARE        *
      * CLAIM-TIME PM-BENEFICIARY-NAME. NEVER REWRITTEN - THE        *
      * EXTRACT FLAGS ON THE POLICY RECORD STOP A PAYMENT BEING      *
      * WRITTEN TWICE.                                                *
      * USED BY: CLMPAYB, CANREFB, BNKRECB (ACH RE-ISSUE)            *
      *===============================================================*
       01  DISBURSE-RECORD.
           05  DB-POLICY-ID              PIC X(12).
           05  DB-NET-AMOUNT             PIC 9(13)V99.
           05  DB-SETTLE-DATE            PIC 9(08).
           05  DB-EXTRACT-DATE           PIC 9(08).
      * STATUTORY INTEREST PORTION OF DB-NET-AMOUNT - ZERO ON A
      * REFUND AND ON A CLAIM SETTLED WITHIN THE STATE'S ALLOWED DAYS
           05  DB-INTEREST-AMOUNT        PIC 9(13)V99.
      * CHECK NUMBER (MODE C) OR ACH TRACE NUMBER (MODE A) - THE KEY
      * OF THE OUTPAY ROW THE BANK WILL CLEAR OR RETURN IT AGAINST
           05  DB-PAYMENT-NUMBER         PIC 9(10).
      * WHERE THE CHECK IS MAILED - FROM PARTYPF; BLANK WHERE THE
      * PAYEE HAS NO PARTY ROW AND THE VENDOR MUST RESOLVE IT
           05  DB-MAIL-ADDRESS.
               10  DB-ADDR-LINE-1        PIC X(40).
               10  DB-ADDR-LINE-2        PIC X(40).
               10  DB-CITY               PIC X(30).
               10  DB-STATE              PIC X(02).
               10  DB-POSTAL-CODE        PIC X(10).
               10  DB-COUNTRY-CODE       PIC X(03).
      * Y = A CHECK TO AN ADDRESS MARKED RETURNED-MAIL - THE VENDOR
      * CUTS AND HOLDS IT UNTIL THE ADDRESS IS TRACED. NEVER SET ON
      * AN ACH ROW.
           05  DB-MAIL-HOLD-IND          PIC X(01).
               88  DB-MAIL-HELD          VALUE 'Y'.
           05  FILLER                    PIC X(05).
