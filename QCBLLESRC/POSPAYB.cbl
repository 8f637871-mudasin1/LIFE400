      *===============================================================*
      * PROGRAM:   POSPAYB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-27                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * BANK POSITIVE-PAY FILE                                        *
      * DOMAIN:  FINANCE - DISBURSEMENTS                             *
      * PURPOSE: THE BANK PAYS ONLY ITEMS IT HAS BEEN TOLD ABOUT.    *
      *          THIS BATCH RUNS AT THE END OF THE NIGHTLY CHAIN,    *
      *          AFTER CLMPAYB, CANREFB AND SUSPWKB HAVE REGISTERED  *
      *          THE DAY'S PAYMENTS, AND SENDS EVERY OUTPAY ROW NOT  *
      *          YET REPORTED TO THE BANK - INCLUDING BNKRECB'S ACH  *
      *          RE-ISSUES - AS ONE POSITIVE-PAY ISSUE RECORD WITH   *
      *          ITS NUMBER, DATE, AMOUNT AND PAYEE, THEN FLAGS THE  *
      *          ROW SENT SO A RERUN CANNOT REPORT IT TWICE.         *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH, AFTER THE PAYMENT     *
      *            EXTRACTS)                                          *
      * FILES:     OUTPAY   (I-O INDEXED, ACCESS SEQUENTIAL)         *
      *            POSPAYPF (OUTPUT SEQUENTIAL - BANK POSITIVE PAY)  *
      *            POSPAYRP (OUTPUT SEQUENTIAL - CONTROL REPORT)     *
      * COPYBOOK:  PREGDATA (QCPYSRC)                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAYB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-03-27.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPAY
               ASSIGN TO DATABASE-OUTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PAYMENT-NUMBER
               FILE STATUS IS WS-OUTPAY-STATUS.
           SELECT POSPAYPF
               ASSIGN TO DATABASE-POSPAYPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT POSPAYRP
               ASSIGN TO DATABASE-POSPAYRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPAY.
       COPY PREGDATA.
       FD  POSPAYPF.
       01  POSPAY-RECORD.
           05  PP-RECORD-TYPE        PIC X(01).
               88  PP-ISSUE          VALUE 'I'.
           05  PP-PAYMENT-NUMBER     PIC 9(10).
           05  PP-PAYMENT-MODE       PIC X(01).
           05  PP-ISSUE-DATE         PIC 9(08).
           05  PP-AMOUNT             PIC 9(13)V99.
           05  PP-CURRENCY-CODE      PIC X(03).
           05  PP-PAYEE-NAME         PIC X(40).
           05  FILLER                PIC X(20).
       FD  POSPAYRP.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-OUTPAY-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POSPAY-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-CHECK            PIC 9(07) VALUE 0.
       77  WS-COUNT-ACH              PIC 9(07) VALUE 0.
       77  WS-TOTAL-CHECK            PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-ACH              PIC 9(13)V99 VALUE 0.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'POSPAYB - BANK POSITIVE-PAY FILE'.
       01  WS-RPT-HEADING-2          PIC X(80) VALUE
           'PAYMENT NO MD ISSUE DATE        AMOUNT PAYEE NAME'.

       01  WS-RPT-DETAIL.
           05  RD-PAYMENT-NUMBER     PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-PAYMENT-MODE       PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-ISSUE-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-PAYEE-NAME         PIC X(30).
           05  FILLER                PIC X(11) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL              PIC X(30).
           05  RT-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN I-O OUTPAY
           OPEN OUTPUT POSPAYPF
           OPEN OUTPUT POSPAYRP
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-PAYMENT
           PERFORM UNTIL WS-EOF
               PERFORM 0300-EVALUATE-ONE-PAYMENT
               PERFORM 0200-READ-NEXT-PAYMENT
           END-PERFORM
           PERFORM 0900-WRITE-SUMMARY
           CLOSE OUTPAY
           CLOSE POSPAYPF
           CLOSE POSPAYRP
           GOBACK.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT PAYMENT REGISTER ROW IN NUMBER SEQUENCE      *
      *---------------------------------------------------------------*
       0200-READ-NEXT-PAYMENT.
           READ OUTPAY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - SEND ONE UNREPORTED PAYMENT TO THE BANK  (PP-101)      *
      *---------------------------------------------------------------*
       0300-EVALUATE-ONE-PAYMENT.
           ADD 1 TO WS-COUNT-READ
      * PP-101: EVERY PAYMENT IS REPORTED ONCE, WHATEVER ITS STATUS
      *         BY NOW - A ROW THE BANK HAS ALREADY CLEARED OR
      *         RETURNED WAS STILL ISSUED AND MUST BE ON ITS FILE
           IF PR-POSPAY-SENT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE POSPAY-RECORD
           MOVE 'I' TO PP-RECORD-TYPE
           MOVE PR-PAYMENT-NUMBER TO PP-PAYMENT-NUMBER
           MOVE PR-PAYMENT-MODE TO PP-PAYMENT-MODE
           MOVE PR-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE PR-AMOUNT TO PP-AMOUNT
           MOVE PR-CURRENCY-CODE TO PP-CURRENCY-CODE
           MOVE PR-PAYEE-NAME TO PP-PAYEE-NAME
           WRITE POSPAY-RECORD
           MOVE 'Y' TO PR-POSPAY-IND
           MOVE WS-CURR-DATE TO PR-POSPAY-DATE
           REWRITE OUTPAY-RECORD
           IF PR-PAY-ACH
               ADD 1 TO WS-COUNT-ACH
               ADD PR-AMOUNT TO WS-TOTAL-ACH
           ELSE
               ADD 1 TO WS-COUNT-CHECK
               ADD PR-AMOUNT TO WS-TOTAL-CHECK
           END-IF
           MOVE PR-PAYMENT-NUMBER TO RD-PAYMENT-NUMBER
           MOVE PR-PAYMENT-MODE TO RD-PAYMENT-MODE
           MOVE PR-ISSUE-DATE TO RD-ISSUE-DATE
           MOVE PR-AMOUNT TO RD-AMOUNT
           MOVE PR-PAYEE-NAME TO RD-PAYEE-NAME
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0900 - WRITE CONTROL COUNTS AND TOTALS BY PAYMENT MODE        *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REGISTER ROWS READ . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CHECKS REPORTED. . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-CHECK TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CHECK TOTAL. . . . . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-CHECK TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACH ITEMS REPORTED . . . . .' TO RS-LABEL
           MOVE WS-COUNT-ACH TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACH TOTAL. . . . . . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-ACH TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.
