      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-05-03                                        *
      * MODIFIED:  2000-05-01 - ADDED OVER-LOAN NOTICE TYPE         *
      *            2000-04-10 - ADDRESSEE NAME, MAILING ADDRESS AND *
      *            RETURNED-MAIL HOLD INDICATOR (NOTCADDR)           *
      *            2000-02-14 - ADDED AUTOMATIC PREMIUM LOAN       *
      *            NOTICE TYPE                                       *
      *            1999-12-20 - ADDED DOCUMENT REQUEST NOTICE TYPE *
      *            AND THE FREE-TEXT DETAIL LINE IT PRINTS           *
      * DD DIRECT DEBIT DISHONOURED (PREMIUM RE-RAISED), DR CLAIM    *
      * DOCUMENT REQUEST (THE DETAIL LINE NAMES THE MISSING          *
      * DOCUMENTS), AL AUTOMATIC PREMIUM LOAN TAKEN (THE OVERDUE     *
      * PREMIUM WAS BORROWED AGAINST THE POLICY), OL OVER-LOAN (THE  *
      * LOAN IS OVER THE LOAN LIMIT - THE AMOUNT IS THE REPAYMENT    *
      * NEEDED, THE DEADLINE THE CURE DATE) - THE TYPE CODE LETS     *
      * THE VENDOR TELL A BILL FROM A WARNING.                       *
      * USED BY: SVCBILB, SVCSWPB (VIA COPYBOOKS NOTICELOG/APLLOG),  *
      *          BILNOTB, DDRETNB, CLMCHSB, LOANANVB                 *
      *===============================================================*
       01  NOTICE-RECORD.
           05  NO-POLICY-ID              PIC X(12).
               88  NO-TYPE-DEBIT-DISHON  VALUE 'DD'.
               88  NO-TYPE-DOC-REQUEST   VALUE 'DR'.
               88  NO-TYPE-AUTO-PREM-LOAN VALUE 'AL'.
               88  NO-TYPE-OVER-LOAN     VALUE 'OL'.
           05  NO-OUTSTANDING-PREMIUM    PIC 9(13)V99.
           05  NO-DEADLINE-DATE          PIC 9(08).
           05  NO-NOTICE-DATE            PIC 9(08).
      * FREE-TEXT DETAIL THE VENDOR PRINTS UNDER THE NOTICE BODY -
      * BLANK FOR EVERY TYPE EXCEPT THE DOCUMENT REQUEST, WHICH
      * NAMES EXACTLY WHICH CLAIM DOCUMENTS ARE STILL MISSING, AND
      * THE LOANANVB OVER-LOAN AND TERMINATION NOTICES, WHICH SAY
      * WHY THE NOTICE WAS SENT
           05  NO-NOTICE-DETAIL          PIC X(40).
      * WHO THE PIECE IS ADDRESSED TO AND WHERE - THE OWNER (THE
      * PAYOR FOR A BILL) FROM PARTYPF, OR THE INSURED'S NAME AND A
      * BLANK ADDRESS WHERE THE POLICY HAS NO PARTY ROW
           05  NO-ADDRESSEE-NAME         PIC X(40).
           05  NO-MAIL-ADDRESS.
               10  NO-ADDR-LINE-1        PIC X(40).
               10  NO-ADDR-LINE-2        PIC X(40).
               10  NO-CITY               PIC X(30).
               10  NO-STATE              PIC X(02).
               10  NO-POSTAL-CODE        PIC X(10).
               10  NO-COUNTRY-CODE       PIC X(03).
      * Y = THE ADDRESS IS MARKED RETURNED-MAIL - THE ROW IS THE
      * RECORD OF THE NOTICE BUT THE VENDOR MUST NOT MAIL IT
           05  NO-MAIL-HOLD-IND          PIC X(01).
               88  NO-MAIL-HELD          VALUE 'Y'.
           05  FILLER                    PIC X(20).
