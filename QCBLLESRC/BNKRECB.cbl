      *===============================================================*
      * PROGRAM:   BNKRECB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-27                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-06-26 - A HELD RE-ISSUE IS MADE ON THE FIRST *
      *            RUN AFTER COMPLIANCE CLEARS THE HOLD              *
      *            2000-06-19 - RE-ISSUE PAYEE SCREENED AGAINST THE  *
      *            SANCTIONS WATCH LIST; A HELD OR BLOCKED RE-ISSUE  *
      *            IS NOT WRITTEN                                    *
      *            2000-04-10 - RE-ISSUED CHECK MAILED TO THE PAYEE'S *
      *            PARTYPF ADDRESS; HELD IF RETURNED MAIL            *
      *---------------------------------------------------------------*
      * BANK PAID/RETURNED FILE RECONCILIATION                        *
      * DOMAIN:  FINANCE - DISBURSEMENTS                             *
      * PURPOSE: NOTHING TOLD US WHICH CLAIM, REFUND AND SUSPENSE    *
      *          PAYMENTS THE BANK HAD ACTUALLY PAID. THIS BATCH     *
      *          READS THE BANK'S DAILY PAID/RETURNED FILE AND       *
      *          MATCHES EACH ITEM TO ITS OUTPAY ROW BY CHECK/TRACE  *
      *          NUMBER: A PAID ITEM FOR THE REGISTERED AMOUNT IS    *
      *          CLEARED, A RETURNED ITEM IS MARKED RETURNED, A      *
      *          STOPPED OR VOIDED ITEM IS MARKED VOIDED. A RETURNED *
      *          ACH PAYMENT IS REOPENED FOR RE-ISSUE - A NEW        *
      *          REGISTER ROW UNDER A NEW NUMBER, PAID BY CHECK      *
      *          SINCE THE BANK DETAILS HAVE JUST FAILED, GOES TO    *
      *          THE VENDOR ON THE RE-ISSUE EXTRACT AND TO THE BANK  *
      *          ON THE NEXT POSITIVE-PAY RUN. ANYTHING THAT DOES    *
      *          NOT MATCH IS LISTED AS AN EXCEPTION AND LEFT AS IT  *
      *          WAS FOR FINANCE TO WORK. A RE-ISSUE HELD ON THE      *
      *          SANCTIONS SCREEN IS MADE ON THE FIRST RUN AFTER      *
      *          COMPLIANCE CLEARS THE HOLD (SANHMNT).                *
      *---------------------------------------------------------------*
      * CALLED BY: BNKREC (CL - DAILY, ON RECEIPT OF THE BANK FILE)  *
      * FILES:     BNKPDPF  (INPUT SEQUENTIAL - BANK PAID/RETURNED)  *
      *            OUTPAY   (I-O INDEXED, ACCESS DYNAMIC)            *
      *            PAYCTL   (I-O INDEXED - PAYMENT NUMBER CONTROL)   *
      *            PAYRISPF (OUTPUT SEQUENTIAL - RE-ISSUE VENDOR     *
      *                      EXTRACT, DISBDATA LAYOUT)               *
      *            BNKRECRP (OUTPUT SEQUENTIAL - RECONCILIATION      *
      *                      REPORT)                                 *
      *            PARTYPF  (INPUT INDEXED - POLICY PARTY MASTER)    *
      *            WATCHLST (INPUT INDEXED - SANCTIONS WATCH LIST)   *
      *            SANHOLD  (I-O INDEXED - COMPLIANCE HOLD QUEUE)    *
      *            SANLOGPF (OUTPUT SEQUENTIAL, EXTEND - SCREENING   *
      *                      LOG)                                    *
      * COPYBOOK:  PREGDATA, PCTLDATA, PREGLOG, DISBDATA, PRTYDATA,  *
      *            PRTYWRK, PRTYLOOK, WLSTDATA, SHLDDATA, SLOGDATA,  *
      *            SANWRK, SANSCRN, POLDATA (QCPYSRC)                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKRECB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-03-27.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNKPDPF
               ASSIGN TO DATABASE-BNKPDPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BNKPD-STATUS.
           SELECT OUTPAY
               ASSIGN TO DATABASE-OUTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PAYMENT-NUMBER
               FILE STATUS IS WS-OUTPAY-STATUS.
           SELECT PAYCTL
               ASSIGN TO DATABASE-PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-CONTROL-ID
               FILE STATUS IS WS-PAYCTL-STATUS.
           SELECT PAYRISPF
               ASSIGN TO DATABASE-PAYRISPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYRIS-STATUS.
           SELECT BNKRECRP
               ASSIGN TO DATABASE-BNKRECRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.
           SELECT WATCHLST
               ASSIGN TO DATABASE-WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-WATCH-KEY
               FILE STATUS IS WS-WATCHLST-STATUS.
           SELECT SANHOLD
               ASSIGN TO DATABASE-SANHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-HOLD-KEY
               FILE STATUS IS WS-SANHOLD-STATUS.
           SELECT SANLOGPF
               ASSIGN TO DATABASE-SANLOGPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SANLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BNKPDPF.
       01  BANK-ITEM-RECORD.
           05  BK-PAYMENT-NUMBER     PIC 9(10).
           05  BK-ITEM-STATUS        PIC X(01).
               88  BK-ITEM-PAID      VALUE 'P'.
               88  BK-ITEM-RETURNED  VALUE 'R'.
               88  BK-ITEM-VOIDED    VALUE 'V'.
           05  BK-AMOUNT             PIC 9(13)V99.
           05  BK-BANK-DATE          PIC 9(08).
           05  BK-RETURN-REASON      PIC X(03).
           05  FILLER                PIC X(20).
       FD  OUTPAY.
       COPY PREGDATA.
       FD  PAYCTL.
       COPY PCTLDATA.
       FD  PAYRISPF.
       COPY DISBDATA.
       FD  BNKRECRP.
       01  RPT-LINE                  PIC X(80).
       FD  PARTYPF.
       COPY PRTYDATA.
       FD  WATCHLST.
       COPY WLSTDATA.
       FD  SANHOLD.
       COPY SHLDDATA.
       FD  SANLOGPF.
       COPY SLOGDATA.

       WORKING-STORAGE SECTION.
       COPY PRTYWRK.
       COPY SANWRK.
       77  WS-BNKPD-STATUS           PIC X(02) VALUE SPACES.
       77  WS-OUTPAY-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PAYCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PAYRIS-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PRG-SOURCE             PIC X(10) VALUE 'BNKRECB'.
       77  WS-PRG-WRITTEN-FLAG       PIC X VALUE 'N'.
           88  WS-PRG-WRITTEN        VALUE 'Y'.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-SWEEP-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-SWEEP-EOF          VALUE 'Y'.
       77  WS-SWEEP-NUMBER           PIC 9(10) VALUE 0.
       77  WS-DISPOSITION            PIC X(30) VALUE SPACES.
       77  WS-RI-ORIG-NUMBER         PIC 9(10) VALUE 0.
       77  WS-RI-NEW-NUMBER          PIC 9(10) VALUE 0.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-CLEARED          PIC 9(07) VALUE 0.
       77  WS-COUNT-RETURNED         PIC 9(07) VALUE 0.
       77  WS-COUNT-REISSUED         PIC 9(07) VALUE 0.
       77  WS-COUNT-VOIDED           PIC 9(07) VALUE 0.
       77  WS-COUNT-EXCEPTION        PIC 9(07) VALUE 0.
       77  WS-COUNT-HELD             PIC 9(07) VALUE 0.
       77  WS-COUNT-BLOCKED          PIC 9(07) VALUE 0.
       77  WS-COUNT-RELEASED         PIC 9(07) VALUE 0.
       77  WS-TOTAL-CLEARED          PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-RETURNED         PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-VOIDED           PIC 9(13)V99 VALUE 0.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'BNKRECB - BANK PAID/RETURNED RECONCILIATION'.
       01  WS-RPT-HEADING-2          PIC X(80) VALUE
           'PAYMENT NO ST         AMOUNT DISPOSITION'.

       01  WS-RPT-DETAIL.
           05  RD-PAYMENT-NUMBER     PIC 9(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-BANK-STATUS        PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-DISPOSITION        PIC X(30).
           05  FILLER                PIC X(20) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL              PIC X(30).
           05  RT-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

      * POLICY RECORD AREA NAMED BY SANSCRN FOR A BENEFICIARY CHANGE
      * HOLD ONLY - NO POLICY IS READ HERE AND A PAYMENT ITEM NEVER
      * CARRIES A BENEFICIARY REQUEST
       COPY POLDATA.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN INPUT BNKPDPF
           OPEN I-O OUTPAY
           OPEN I-O PAYCTL
           OPEN OUTPUT PAYRISPF
           OPEN OUTPUT BNKRECRP
           OPEN INPUT PARTYPF
           OPEN INPUT WATCHLST
           OPEN I-O SANHOLD
           OPEN EXTEND SANLOGPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-BANK-ITEM
           PERFORM UNTIL WS-EOF
               PERFORM 0300-RECONCILE-ONE-ITEM
               PERFORM 0390-WRITE-DETAIL-LINE
               PERFORM 0200-READ-NEXT-BANK-ITEM
           END-PERFORM
           PERFORM 0600-RELEASE-CLEARED-HOLDS
           PERFORM 0900-WRITE-SUMMARY
           CLOSE BNKPDPF
           CLOSE OUTPAY
           CLOSE PAYCTL
           CLOSE PAYRISPF
           CLOSE BNKRECRP
           CLOSE PARTYPF
           CLOSE WATCHLST
           CLOSE SANHOLD
           CLOSE SANLOGPF
           GOBACK.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT BANK PAID/RETURNED ITEM                      *
      *---------------------------------------------------------------*
       0200-READ-NEXT-BANK-ITEM.
           READ BNKPDPF
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-COUNT-READ
           END-IF.

      *---------------------------------------------------------------*
      * 0300 - MATCH ONE BANK ITEM TO THE REGISTER  (BR-101 - BR-105) *
      *---------------------------------------------------------------*
       0300-RECONCILE-ONE-ITEM.
      * BR-101: THE ITEM MUST BE ON THE REGISTER AND STILL OPEN -
      *         A SECOND REPORT OF A SETTLED ITEM IS NOT APPLIED
           MOVE BK-PAYMENT-NUMBER TO PR-PAYMENT-NUMBER
           READ OUTPAY
               INVALID KEY
                   MOVE 'EXCEPTION - NOT ON REGISTER' TO WS-DISPOSITION
                   ADD 1 TO WS-COUNT-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           IF NOT PR-OUTSTANDING
               MOVE 'EXCEPTION - ALREADY SETTLED' TO WS-DISPOSITION
               ADD 1 TO WS-COUNT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
      * BR-102: PAID FOR THE REGISTERED AMOUNT CLEARS THE ITEM; ANY
      *         OTHER AMOUNT IS AN ALTERED OR MIS-KEYED ITEM AND IS
      *         LEFT OUTSTANDING
               WHEN BK-ITEM-PAID
                   IF BK-AMOUNT NOT = PR-AMOUNT
                       MOVE 'EXCEPTION - AMOUNT MISMATCH'
                           TO WS-DISPOSITION
                       ADD 1 TO WS-COUNT-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'C' TO PR-STATUS
                   PERFORM 0400-STAMP-BANK-RESULT
                   MOVE 'CLEARED' TO WS-DISPOSITION
                   ADD 1 TO WS-COUNT-CLEARED
                   ADD PR-AMOUNT TO WS-TOTAL-CLEARED
      * BR-103: A RETURNED ACH ITEM IS REOPENED FOR RE-ISSUE BY
      *         CHECK; A RETURNED CHECK WAITS FOR AN ADDRESS TRACE
               WHEN BK-ITEM-RETURNED
                   MOVE 'R' TO PR-STATUS
                   PERFORM 0400-STAMP-BANK-RESULT
                   ADD 1 TO WS-COUNT-RETURNED
                   ADD PR-AMOUNT TO WS-TOTAL-RETURNED
                   IF PR-PAY-ACH
                       PERFORM 0500-REISSUE-PAYMENT
                   ELSE
                       MOVE 'RETURNED - CHECK NOT DELIVERED'
                           TO WS-DISPOSITION
                   END-IF
      * BR-104: A STOPPED OR VOIDED ITEM IS CLOSED UNPAID
               WHEN BK-ITEM-VOIDED
                   MOVE 'V' TO PR-STATUS
                   PERFORM 0400-STAMP-BANK-RESULT
                   MOVE 'VOIDED' TO WS-DISPOSITION
                   ADD 1 TO WS-COUNT-VOIDED
                   ADD PR-AMOUNT TO WS-TOTAL-VOIDED
      * BR-105: AN ITEM STATUS THE BANK HAS NOT AGREED WITH US
               WHEN OTHER
                   MOVE 'EXCEPTION - UNKNOWN BANK STATUS'
                       TO WS-DISPOSITION
                   ADD 1 TO WS-COUNT-EXCEPTION
           END-EVALUATE.

      *---------------------------------------------------------------*
      * 0390 - WRITE ONE DETAIL LINE TO THE RECONCILIATION REPORT     *
      *---------------------------------------------------------------*
       0390-WRITE-DETAIL-LINE.
           MOVE BK-PAYMENT-NUMBER TO RD-PAYMENT-NUMBER
           MOVE BK-ITEM-STATUS TO RD-BANK-STATUS
           MOVE BK-AMOUNT TO RD-AMOUNT
           MOVE WS-DISPOSITION TO RD-DISPOSITION
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0400 - RECORD THE BANK'S RESULT ON THE REGISTER ROW           *
      *---------------------------------------------------------------*
       0400-STAMP-BANK-RESULT.
           MOVE WS-CURR-DATE TO PR-STATUS-DATE
           MOVE BK-BANK-DATE TO PR-BANK-DATE
           MOVE BK-AMOUNT TO PR-BANK-AMOUNT
           MOVE BK-RETURN-REASON TO PR-RETURN-REASON
           REWRITE OUTPAY-RECORD.

      *---------------------------------------------------------------*
      * 0500 - RE-ISSUE A RETURNED ACH PAYMENT BY CHECK (BR-103/107)  *
      *        THE NEW ROW CARRIES EVERYTHING THE ORIGINAL DID BUT    *
      *        THE MODE AND THE BANK RESULT, AND THE TWO ROWS POINT   *
      *        AT EACH OTHER. THE STATUTORY INTEREST IN A CLAIM       *
      *        PAYMENT WAS LOGGED FOR 1099-INT AT FIRST ISSUE, SO THE *
      *        RE-ISSUE ROW CARRIES NO SEPARATE INTEREST AMOUNT.      *
      *        THE CHECK GOES TO THE PAYEE'S CURRENT PARTYPF ADDRESS  *
      *        (BR-106) AND IS HELD IF THAT ADDRESS IS RETURNED MAIL. *
      *---------------------------------------------------------------*
       0500-REISSUE-PAYMENT.
      * BR-107: NO VENDOR ROW WHILE THE PAYEE IS A POSSIBLE OR
      *         CONFIRMED WATCH-LIST MATCH. THE PAYEE IS SCREENED UNDER
      *         THE ORIGINAL PAYMENT'S SOURCE AND REFERENCE, SO A
      *         DECISION COMPLIANCE HAS ALREADY TAKEN ON THAT ITEM
      *         STANDS. A HELD OR BLOCKED RE-ISSUE LEAVES THE RETURNED
      *         ROW WITH NO RE-ISSUE NUMBER; A HELD ONE IS RE-ISSUED BY
      *         0600 ONCE COMPLIANCE CLEARS THE HOLD.
           PERFORM 0505-SET-SCREEN-ITEM
           PERFORM 8250-START-SCREENING
           MOVE 'PY' TO WS-SCR-PARTY-ROLE
           MOVE PR-BENEF-SEQ TO WS-SCR-PARTY-SEQ
           IF WS-SCR-PARTY-SEQ = 0
               MOVE 1 TO WS-SCR-PARTY-SEQ
           END-IF
           MOVE PR-PAYEE-NAME TO WS-SCR-PARTY-NAME
           PERFORM 8260-SCREEN-PARTY
           PERFORM 8270-END-SCREENING
           IF WS-SCR-ITEM-HELD
               ADD 1 TO WS-COUNT-HELD
               MOVE 'RETURNED - RE-ISSUE HELD' TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-ITEM-BLOCKED
               ADD 1 TO WS-COUNT-BLOCKED
               MOVE 'RETURNED - RE-ISSUE BLOCKED' TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF
           MOVE PR-PAYMENT-NUMBER TO WS-RI-ORIG-NUMBER
           MOVE 'C' TO PR-PAYMENT-MODE
           MOVE 0 TO PR-BANK-DATE
           MOVE 0 TO PR-BANK-AMOUNT
           MOVE SPACES TO PR-RETURN-REASON
           MOVE 0 TO PR-POSPAY-DATE
           MOVE WS-RI-ORIG-NUMBER TO PR-ORIG-PAYMENT-NUMBER
           MOVE 0 TO PR-REISSUE-NUMBER
           PERFORM 8500-REGISTER-PAYMENT
           MOVE PR-PAYMENT-NUMBER TO WS-RI-NEW-NUMBER
           INITIALIZE DISBURSE-RECORD
           MOVE PR-POLICY-ID             TO DB-POLICY-ID
           MOVE PR-CLAIM-ID              TO DB-CLAIM-ID
           MOVE PR-PAYEE-NAME            TO DB-BENEFICIARY-NAME
           MOVE PR-BENEF-SEQ             TO DB-BENEF-SEQ
           MOVE 100.00                   TO DB-PERCENT-SHARE
           MOVE 'C'                      TO DB-PAYMENT-MODE
           MOVE PR-AMOUNT                TO DB-NET-AMOUNT
           MOVE PR-ISSUE-DATE            TO DB-SETTLE-DATE
           MOVE WS-CURR-DATE             TO DB-EXTRACT-DATE
           MOVE PR-PAYMENT-NUMBER        TO DB-PAYMENT-NUMBER
           PERFORM 0510-ADDRESS-REISSUE
           WRITE DISBURSE-RECORD
           MOVE 'RETURNED - RE-ISSUED BY CHECK' TO WS-DISPOSITION
           MOVE WS-RI-ORIG-NUMBER TO PR-PAYMENT-NUMBER
           READ OUTPAY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-RI-NEW-NUMBER TO PR-REISSUE-NUMBER
           REWRITE OUTPAY-RECORD
           ADD 1 TO WS-COUNT-REISSUED.

      *---------------------------------------------------------------*
      * 0505 - THE SANCTIONS SCREENING ITEM FOR A RE-ISSUE - THE      *
      *        ORIGINAL PAYMENT'S SOURCE AND THAT SOURCE'S OWN        *
      *        REFERENCE, THE SAME HOLD KEY THE PAYING PROGRAM USED   *
      *---------------------------------------------------------------*
       0505-SET-SCREEN-ITEM.
           MOVE 'BNKRECB' TO WS-SCR-PROGRAM
           MOVE PR-SOURCE-TYPE TO WS-SCR-SOURCE
           MOVE PR-POLICY-ID TO WS-SCR-POLICY-ID
           EVALUATE TRUE
               WHEN PR-SOURCE-CLAIM
                   MOVE PR-CLAIM-ID TO WS-SCR-REF-ID
               WHEN PR-SOURCE-SUSP-REF
                   MOVE PR-PAYMENT-REF TO WS-SCR-REF-ID
               WHEN OTHER
                   MOVE SPACES TO WS-SCR-REF-ID
           END-EVALUATE
           MOVE PR-AMOUNT TO WS-SCR-AMOUNT.

      *---------------------------------------------------------------*
      * 0510 - ADDRESS THE RE-ISSUE ROW (BR-106) - THE PARTY ROLE THE *
      *        ORIGINAL WAS REGISTERED UNDER, OR FOR AN OLDER ROW THE *
      *        ROLE ITS SOURCE PAYS: A CLAIM SHARE THE BENEFICIARY,   *
      *        A CANCELLATION REFUND THE OWNER, A SUSPENSE REFUND THE *
      *        PAYOR                                                   *
      *---------------------------------------------------------------*
       0510-ADDRESS-REISSUE.
           MOVE PR-POLICY-ID             TO WS-MAIL-POLICY-ID
           MOVE PR-PARTY-ROLE            TO WS-MAIL-ROLE
           IF WS-MAIL-ROLE = SPACES
               EVALUATE TRUE
                   WHEN PR-SOURCE-CLAIM
                       MOVE 'BN'         TO WS-MAIL-ROLE
                   WHEN PR-SOURCE-CANCEL-REF
                       MOVE 'OW'         TO WS-MAIL-ROLE
                   WHEN OTHER
                       MOVE 'PY'         TO WS-MAIL-ROLE
               END-EVALUATE
           END-IF
           MOVE PR-BENEF-SEQ             TO WS-MAIL-SEQ
           IF WS-MAIL-ROLE NOT = 'BN'
               MOVE 1                    TO WS-MAIL-SEQ
           END-IF
           MOVE PR-PAYEE-NAME            TO WS-MAIL-NAME
           PERFORM 8350-GET-MAILING-PARTY
           MOVE WS-MAIL-ADDRESS          TO DB-MAIL-ADDRESS
           MOVE WS-MAIL-HOLD-FLAG        TO DB-MAIL-HOLD-IND.

      *---------------------------------------------------------------*
      * 0600 - RE-ISSUE RETURNED PAYMENTS RELEASED BY COMPLIANCE      *
      *        (BR-108). A RETURNED ACH ROW STILL WITHOUT A RE-ISSUE  *
      *        NUMBER WAS HELD OR BLOCKED BY BR-107. ONCE SANHMNT HAS *
      *        CLEARED ITS HOLD THE ROW GOES THROUGH 0500 AGAIN - THE *
      *        SAME SCREENING, A NEW REGISTER ROW BY CHECK, THE       *
      *        VENDOR EXTRACT AND THE NEXT POSITIVE-PAY RUN. A HOLD   *
      *        STILL PENDING OR CONFIRMED LEAVES THE ROW AS IT IS.    *
      *---------------------------------------------------------------*
       0600-RELEASE-CLEARED-HOLDS.
           MOVE 'N' TO WS-SWEEP-EOF-FLAG
           MOVE 0 TO PR-PAYMENT-NUMBER
           START OUTPAY KEY IS NOT LESS THAN PR-PAYMENT-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM 0610-READ-NEXT-REGISTER-ROW
           PERFORM UNTIL WS-SWEEP-EOF
               PERFORM 0620-RELEASE-ONE-ROW
               PERFORM 0610-READ-NEXT-REGISTER-ROW
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0610 - READ THE NEXT REGISTER ROW IN PAYMENT NUMBER ORDER     *
      *---------------------------------------------------------------*
       0610-READ-NEXT-REGISTER-ROW.
           READ OUTPAY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0620 - RE-ISSUE ONE RETURNED ROW IF ITS HOLD HAS BEEN CLEARED *
      *---------------------------------------------------------------*
       0620-RELEASE-ONE-ROW.
           IF NOT PR-RETURNED OR NOT PR-PAY-ACH OR
              PR-REISSUE-NUMBER NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0505-SET-SCREEN-ITEM
           MOVE WS-SCR-POLICY-ID TO SH-POLICY-ID
           MOVE WS-SCR-SOURCE TO SH-HOLD-SOURCE
           MOVE WS-SCR-REF-ID TO SH-REF-ID
           READ SANHOLD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT SH-STATUS-CLEARED
               EXIT PARAGRAPH
           END-IF
           MOVE PR-PAYMENT-NUMBER TO WS-SWEEP-NUMBER
           MOVE 0 TO WS-RI-NEW-NUMBER
           PERFORM 0500-REISSUE-PAYMENT
           IF WS-RI-NEW-NUMBER NOT = 0
               MOVE 'HOLD CLEARED - RE-ISSUED' TO WS-DISPOSITION
               ADD 1 TO WS-COUNT-RELEASED
           END-IF
           MOVE WS-SWEEP-NUMBER TO RD-PAYMENT-NUMBER
           MOVE SPACE TO RD-BANK-STATUS
           MOVE PR-AMOUNT TO RD-AMOUNT
           MOVE WS-DISPOSITION TO RD-DISPOSITION
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
      * 0500 READ AND WROTE THE REGISTER BY KEY - PICK THE SCAN UP
      * AGAIN AFTER THIS ROW
           MOVE WS-SWEEP-NUMBER TO PR-PAYMENT-NUMBER
           START OUTPAY KEY IS GREATER THAN PR-PAYMENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-FLAG
           END-START.

      *---------------------------------------------------------------*
      * 0900 - WRITE CONTROL COUNTS AND TOTALS                        *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BANK ITEMS READ. . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ITEMS CLEARED. . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-CLEARED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ITEMS RETURNED . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-RETURNED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACH ITEMS RE-ISSUED. . . . .' TO RS-LABEL
           MOVE WS-COUNT-REISSUED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HELD FOR COMPLIANCE REVIEW .' TO RS-LABEL
           MOVE WS-COUNT-HELD TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BLOCKED - CONFIRMED MATCH. .' TO RS-LABEL
           MOVE WS-COUNT-BLOCKED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HELD RE-ISSUES RELEASED. . .' TO RS-LABEL
           MOVE WS-COUNT-RELEASED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ITEMS VOIDED . . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-VOIDED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'EXCEPTIONS - NOT APPLIED . .' TO RS-LABEL
           MOVE WS-COUNT-EXCEPTION TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL CLEARED. . . . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-CLEARED TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL RETURNED . . . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-RETURNED TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL VOIDED . . . . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-VOIDED TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 8500 - REGISTER ONE OUTGOING PAYMENT                          *
      * SHARED WITH THE PAYMENT EXTRACTS VIA COPYBOOK PREGLOG         *
      *---------------------------------------------------------------*
       COPY PREGLOG.

      *---------------------------------------------------------------*
      * 8350 - LOOK UP THE MAILING PARTY                              *
      * SHARED WITH THE OTHER MAILING AND PAYMENT EXTRACTS VIA        *
      * COPYBOOK PRTYLOOK                                             *
      *---------------------------------------------------------------*
       COPY PRTYLOOK.

      *---------------------------------------------------------------*
      * 8250/8260/8270 - SANCTIONS WATCH-LIST SCREENING                *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB AND THE PAYMENT EXTRACTS    *
      * VIA COPYBOOK SANSCRN                                          *
      *---------------------------------------------------------------*
       COPY SANSCRN.
