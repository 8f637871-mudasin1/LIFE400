      *===============================================================*
      * COPYBOOK:  PRTYDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-10                                        *
      *---------------------------------------------------------------*
      * POLICY PARTY NAME-AND-ADDRESS MASTER (PARTYPF) - WHO OWNS,   *
      * WHO PAYS FOR, AND WHO IS PAID UNDER A POLICY, AND WHERE THEY *
      * ARE MAILED. KEYED BY POLICY, ROLE AND SEQUENCE:              *
      *   OW - POLICYOWNER (SEQUENCE 01) - EVERY PIECE OF POLICY     *
      *        CORRESPONDENCE IS ADDRESSED TO THE OWNER               *
      *   PY - PREMIUM PAYOR (SEQUENCE 01) - ONLY WHERE SOMEONE      *
      *        OTHER THAN THE OWNER PAYS; BILLS AND OVERPAYMENT      *
      *        REFUNDS GO HERE, FALLING BACK TO THE OWNER             *
      *   BN - BENEFICIARY (SEQUENCE = BENEPF BN-BENEF-SEQ) - THE    *
      *        MAILING ADDRESS FOR A CLAIM PAYMENT TO THAT SHARE      *
      * A POLICY WITH NO OWNER ROW (ISSUED BEFORE THE FILE EXISTED)  *
      * IS STILL MAILED TO THE INSURED BY NAME, WITH A BLANK ADDRESS *
      * FOR THE VENDOR TO RESOLVE, UNTIL PRTYMNT ADDS THE ROW.       *
      * A RETURNED PIECE (MAILRTNB) MARKS THE ADDRESS RETURNED AND   *
      * EVERY LATER PIECE TO IT IS HELD, NOT MAILED, UNTIL PRTYMNT   *
      * RECORDS A NEW ADDRESS.                                        *
      * USED BY: PRTYMNT, MAILRTNB, NBINTKB, AND EVERY MAILING AND   *
      *          PAYMENT EXTRACT (VIA COPYBOOK PRTYLOOK)             *
      *===============================================================*
       01  PARTY-RECORD.
           05  OP-PARTY-KEY.
               10  OP-POLICY-ID          PIC X(12).
               10  OP-PARTY-ROLE         PIC X(02).
                   88  OP-ROLE-OWNER     VALUE 'OW'.
                   88  OP-ROLE-PAYOR     VALUE 'PY'.
                   88  OP-ROLE-BENEF     VALUE 'BN'.
               10  OP-PARTY-SEQ          PIC 9(02).
           05  OP-PARTY-NAME             PIC X(40).
           05  OP-RELATION               PIC X(20).
           05  OP-MAIL-ADDRESS.
               10  OP-ADDR-LINE-1        PIC X(40).
               10  OP-ADDR-LINE-2        PIC X(40).
               10  OP-CITY               PIC X(30).
               10  OP-STATE              PIC X(02).
               10  OP-POSTAL-CODE        PIC X(10).
               10  OP-COUNTRY-CODE       PIC X(03).
           05  OP-ADDR-STATUS            PIC X(01).
               88  OP-ADDR-GOOD          VALUE 'G'.
               88  OP-ADDR-RETURNED      VALUE 'R'.
      * DATE THE CURRENT ADDRESS WAS RECORDED - A PIECE MAILED
      * BEFORE THIS DATE AND RETURNED AFTER IT SAYS NOTHING ABOUT
      * THE NEW ADDRESS
           05  OP-ADDR-CHANGE-DATE       PIC 9(08).
           05  OP-RETURNED-DATE          PIC 9(08).
           05  OP-RETURNED-COUNT         PIC 9(03).
           05  OP-RETURN-REASON          PIC X(02).
           05  OP-LAST-ACTION-USER       PIC X(10).
           05  OP-LAST-ACTION-DATE       PIC 9(08).
           05  FILLER                    PIC X(20).
