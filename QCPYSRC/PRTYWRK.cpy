      *===============================================================*
      * COPYBOOK:  PRTYWRK (WORKING-STORAGE)                         *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-10                                        *
      *---------------------------------------------------------------*
      * WORKING STORAGE FOR THE MAILING-PARTY LOOKUP (COPYBOOK       *
      * PRTYLOOK). THE CALLER SETS THE WS-MAIL- KEY FIELDS AND THE   *
      * FALLBACK NAME; THE LOOKUP RETURNS THE NAME, THE ADDRESS AND  *
      * WHETHER MAIL TO IT IS HELD.                                   *
      * USED BY: BILNOTB, DDRETNB, CLMCHSB, SVCBILB, SVCSWPB,        *
      *          CLMPAYB, CANREFB, SUSPWKB, BNKRECB, CLMTAXB         *
      *===============================================================*
       77  WS-PARTYPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-MAIL-POLICY-ID         PIC X(12) VALUE SPACES.
       77  WS-MAIL-ROLE              PIC X(02) VALUE SPACES.
       77  WS-MAIL-SEQ               PIC 9(02) VALUE 0.
       77  WS-MAIL-NAME              PIC X(40) VALUE SPACES.
       77  WS-MAIL-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-MAIL-FOUND         VALUE 'Y'.
       77  WS-MAIL-HOLD-FLAG         PIC X VALUE 'N'.
           88  WS-MAIL-HELD          VALUE 'Y'.

       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-ADDR-LINE-1       PIC X(40).
           05  WS-MAIL-ADDR-LINE-2       PIC X(40).
           05  WS-MAIL-CITY              PIC X(30).
           05  WS-MAIL-STATE             PIC X(02).
           05  WS-MAIL-POSTAL-CODE       PIC X(10).
           05  WS-MAIL-COUNTRY-CODE      PIC X(03).
