      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-07-26                                        *
      * VERSION:   1.7                                               *
      * MODIFIED:  2000-04-10 - CHECK MAILED TO THE PAYEE'S PARTYPF  *
      *            ADDRESS; HELD WHEN THAT ADDRESS IS RETURNED MAIL  *
      *            2000-04-03 - EVERY PAYEE SCREENED AGAINST THE    *
      *            SANCTIONS WATCH LIST BEFORE ANY ROW IS WRITTEN    *
      *            2000-03-27 - EVERY VENDOR ROW REGISTERED ON OUTPAY *
      *            UNDER A CHECK/TRACE NUMBER (PREGLOG)              *
      *            2000-03-20 - STATUTORY CLAIM INTEREST SPLIT WITH  *
      *            THE PRINCIPAL, LOGGED TO CLMINTPF AND POSTED TO   *
      *            THE GL AS ITS OWN TRANSACTION TYPE (IN)           *
      *            2000-03-06 - CRITICAL ILLNESS AND DISABILITY     *
      *            RIDER CLAIMS EXTRACTED ALONGSIDE DEATH CLAIMS     *
      *            1999-11-22 - GL JOURNAL ROW WRITTEN FOR EVERY    *
      *            EXTRACTED SETTLEMENT (GLJLOG)                     *
      *            1999-08-02 - SETTLEMENT SPLIT ACROSS THE ACTIVE  *
      *            BENEPF BENEFICIARIES BY PERCENTAGE SHARE          *
      *---------------------------------------------------------------*
      * BATCH CLAIM DISBURSEMENT EXTRACT                              *
      * DOMAIN:  TERM LIFE - DEATH AND RIDER CLAIMS                  *
      * PURPOSE: SCAN POLMST FOR APPROVED CLAIM SETTLEMENTS NOT YET  *
      *          SENT TO THE CHECK/ACH PAYMENT VENDOR, WRITE ONE     *
      *          DISBURSEMENT RECORD PER BENEFICIARY SHARE WITH THE  *
      *          EXTRACTED SO A RERUN CANNOT PAY THE SAME CLAIM      *
      *          TWICE. REPLACES THE HAND-REKEYING OF SETTLEMENTS    *
      *          INTO THE DISBURSEMENT SYSTEM.                        *
      *          A CRITICAL ILLNESS (CI) SETTLEMENT IS PAID TO THE    *
      *          CLAIMANT - THE LIVING INSURED - AS ONE ROW, NOT      *
      *          SPLIT ACROSS THE DEATH BENEFICIARIES. A DISABILITY   *
      *          (DI) CLAIM SETTLES AT ZERO (ITS BENEFIT IS THE       *
      *          PREMIUM WAIVER WOPWAVB APPLIES) AND IS CLOSED OFF    *
      *          THROUGH THE ZERO-NET PATH.                           *
      *          STATUTORY INTEREST CLMADJB COMPUTED ON A LATE DEATH  *
      *          SETTLEMENT IS SPLIT BY THE SAME SHARES AS THE        *
      *          PRINCIPAL AND PAID ON THE SAME ROW; EACH SHARE'S     *
      *          INTEREST IS ALSO LOGGED TO CLMINTPF FOR THE YEAR-END *
      *          1099-INT RUN (CLMTAXB).                              *
      *          EVERY PAYEE IS SCREENED AGAINST THE SANCTIONS WATCH  *
      *          LIST FIRST; A CLAIM WITH A POSSIBLE MATCH IS LEFT    *
      *          UNEXTRACTED ON THE COMPLIANCE HOLD QUEUE AND PAID BY *
      *          THE FIRST RUN AFTER SANHMNT CLEARS IT.               *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH)                       *
      * FILES:     POLMST (I-O INDEXED, ACCESS SEQUENTIAL)           *
      *            CLMPAYPF (OUTPUT SEQUENTIAL - VENDOR EXTRACT)     *
      *            CLMPAYRP (OUTPUT SEQUENTIAL - EXTRACT SUMMARY)    *
      *            GLJRNPF  (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL) *
      *            CLMINTPF (OUTPUT SEQUENTIAL, EXTEND - CLAIM       *
      *                      INTEREST LEDGER)                        *
      *            OUTPAY   (I-O INDEXED - PAYMENT REGISTER)         *
      *            PAYCTL   (I-O INDEXED - PAYMENT NUMBER CONTROL)   *
      *            WATCHLST (INPUT INDEXED - SANCTIONS WATCH LIST)   *
      *            SANHOLD  (I-O INDEXED - COMPLIANCE HOLD QUEUE)    *
      *            SANLOGPF (OUTPUT SEQUENTIAL, EXTEND - SCREENING   *
      *                      LOG)                                    *
      *            PARTYPF  (INPUT INDEXED - POLICY PARTY MASTER)    *
      * COPYBOOK:  POLDATA, BENFDATA, DISBDATA, GLJDATA, GLJLOG,     *
      *            CINTDATA, PREGDATA, PCTLDATA, PREGLOG, WLSTDATA,  *
      *            SHLDDATA, SLOGDATA, SANWRK, SANSCRN, PRTYDATA,    *
      *            PRTYWRK, PRTYLOOK (QCPYSRC)                       *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMPAYB.
               ASSIGN TO DATABASE-GLJRNPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNPF-STATUS.
           SELECT CLMINTPF
               ASSIGN TO DATABASE-CLMINTPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLMINT-STATUS.
           SELECT OUTPAY
               ASSIGN TO DATABASE-OUTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PAYMENT-NUMBER
               FILE STATUS IS WS-OUTPAY-STATUS.
           SELECT PAYCTL
               ASSIGN TO DATABASE-PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-CONTROL-ID
               FILE STATUS IS WS-PAYCTL-STATUS.
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
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RPT-LINE                  PIC X(80).
       FD  GLJRNPF.
       COPY GLJDATA.
       FD  CLMINTPF.
       COPY CINTDATA.
       FD  OUTPAY.
       COPY PREGDATA.
       FD  PAYCTL.
       COPY PCTLDATA.
       FD  WATCHLST.
       COPY WLSTDATA.
       FD  SANHOLD.
       COPY SHLDDATA.
       FD  SANLOGPF.
       COPY SLOGDATA.
       FD  PARTYPF.
       COPY PRTYDATA.

       WORKING-STORAGE SECTION.
       COPY SANWRK.
       COPY PRTYWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-BENEPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLMPAY-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CLMINT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OUTPAY-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PAYCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PRG-SOURCE             PIC X(10) VALUE 'CLMPAYB'.
       77  WS-PRG-WRITTEN-FLAG       PIC X VALUE 'N'.
           88  WS-PRG-WRITTEN        VALUE 'Y'.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-EXTRACTED        PIC 9(07) VALUE 0.
       77  WS-COUNT-ZERO-NET         PIC 9(07) VALUE 0.
       77  WS-COUNT-HELD             PIC 9(07) VALUE 0.
       77  WS-COUNT-BLOCKED          PIC 9(07) VALUE 0.
       77  WS-TOTAL-DISBURSED        PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-INTEREST         PIC 9(13)V99 VALUE 0.
       77  WS-COUNT-WITH-INTEREST    PIC 9(07) VALUE 0.
       77  WS-BENEF-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-BENEF-EOF          VALUE 'Y'.
       77  WS-ACTIVE-BENEF-COUNT     PIC 9(02) VALUE 0.
       77  WS-LAST-ACTIVE-SEQ        PIC 9(02) VALUE 0.
       77  WS-SHARE-AMOUNT           PIC 9(13)V99 VALUE 0.
       77  WS-ALLOCATED-AMOUNT       PIC 9(13)V99 VALUE 0.
       77  WS-SHARE-INTEREST         PIC 9(13)V99 VALUE 0.
       77  WS-ALLOCATED-INTEREST     PIC 9(13)V99 VALUE 0.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'CLMPAYB - CLAIM DISBURSEMENT EXTRACT REPORT'.
       01  WS-RPT-HEADING-2          PIC X(80) VALUE
           'POLICY ID    CLAIM ID     TY MD      NET AMOUNT        INTE
      -    'REST'.

       01  WS-RPT-DETAIL.
           05  RD-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-CLAIM-ID           PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-CLAIM-TYPE         PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-PAYMENT-MODE       PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  RD-NET-AMOUNT         PIC Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-INTEREST-AMT       PIC Z(11)9.99.
           05  FILLER                PIC X(16) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           OPEN OUTPUT CLMPAYPF
           OPEN OUTPUT CLMPAYRP
           OPEN EXTEND GLJRNPF
           OPEN EXTEND CLMINTPF
           OPEN I-O OUTPAY
           OPEN I-O PAYCTL
           OPEN INPUT WATCHLST
           OPEN I-O SANHOLD
           OPEN EXTEND SANLOGPF
           OPEN INPUT PARTYPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           CLOSE CLMPAYPF
           CLOSE CLMPAYRP
           CLOSE GLJRNPF
           CLOSE CLMINTPF
           CLOSE OUTPAY
           CLOSE PAYCTL
           CLOSE WATCHLST
           CLOSE SANHOLD
           CLOSE SANLOGPF
           CLOSE PARTYPF
           GOBACK.

      *---------------------------------------------------------------*
       0300-EVALUATE-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
      * CP-101: ONLY APPROVED, SETTLED, NOT-YET-EXTRACTED CLAIMS WITH
      *         A SETTLE DATE IN THE RUN WINDOW GO TO THE VENDOR.
      *         A DEATH CLAIM HAS MOVED THE CONTRACT TO CLAIMED; A
      *         RIDER CLAIM LEAVES THE BASE POLICY IN FORCE, SO ITS
      *         APPROVED DECISION ALONE QUALIFIES IT
           IF PM-CLAIM-DEATH AND NOT PM-STATUS-CLAIMED
               EXIT PARAGRAPH
           END-IF
           IF NOT PM-CLAIM-DEATH AND NOT PM-CLAIM-CRIT-ILLNESS AND
              NOT PM-CLAIM-DISABILITY
               EXIT PARAGRAPH
           END-IF
           IF NOT PM-DECISION-APPROVED
               PERFORM 0500-MARK-CLAIM-EXTRACTED
               EXIT PARAGRAPH
           END-IF
      * CP-108: NO VENDOR ROW IS WRITTEN FOR A CLAIM WHILE ANY PAYEE
      *         ON IT IS A POSSIBLE OR CONFIRMED WATCH-LIST MATCH -
      *         THE CLAIM STAYS UNEXTRACTED SO IT PRESENTS AGAIN ONCE
      *         COMPLIANCE HAS CLEARED IT
           PERFORM 0350-SCREEN-CLAIM-PAYEES
           IF WS-SCR-ITEM-HELD
               ADD 1 TO WS-COUNT-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-ITEM-BLOCKED
               ADD 1 TO WS-COUNT-BLOCKED
               EXIT PARAGRAPH
           END-IF
           IF PM-CLAIM-CRIT-ILLNESS
               PERFORM 0430-WRITE-CLAIMANT-ROW
           ELSE
               PERFORM 0410-SPLIT-DISBURSEMENT
           END-IF
           PERFORM 0500-MARK-CLAIM-EXTRACTED
      * THE EXTRACTED SETTLEMENT REACHES THE LEDGER THE SAME NIGHT
           MOVE 'CL' TO WS-GLJ-TRANS-TYPE
           MOVE 'CLMPAY  ' TO WS-GLJ-CREDIT-ACCT
           MOVE PM-CLAIM-PAYMENT-AMT TO WS-GLJ-AMOUNT
           PERFORM 8800-WRITE-GL-JOURNAL
      * CP-105: STATUTORY INTEREST ON A LATE SETTLEMENT IS AN EXPENSE
      *         OF ITS OWN, NOT PART OF THE CLAIM BENEFIT
           IF PM-CLAIM-INTEREST-AMT > 0
               MOVE 'IN' TO WS-GLJ-TRANS-TYPE
               MOVE 'CLMINT  ' TO WS-GLJ-DEBIT-ACCT
               MOVE 'CLMPAY  ' TO WS-GLJ-CREDIT-ACCT
               MOVE PM-CLAIM-INTEREST-AMT TO WS-GLJ-AMOUNT
               PERFORM 8800-WRITE-GL-JOURNAL
               ADD 1 TO WS-COUNT-WITH-INTEREST
               ADD PM-CLAIM-INTEREST-AMT TO WS-TOTAL-INTEREST
           END-IF
           ADD 1 TO WS-COUNT-EXTRACTED
           ADD PM-CLAIM-PAYMENT-AMT TO WS-TOTAL-DISBURSED
           ADD PM-CLAIM-INTEREST-AMT TO WS-TOTAL-DISBURSED
           PERFORM 0390-WRITE-DETAIL-LINE.

      *---------------------------------------------------------------*
      * 0350 - SCREEN EVERY PAYEE THE CLAIM WOULD PAY (CP-108) - THE  *
      *        SAME PAYEES 0410/0430 WOULD WRITE ROWS FOR             *
      *---------------------------------------------------------------*
       0350-SCREEN-CLAIM-PAYEES.
           MOVE 'CLMPAYB' TO WS-SCR-PROGRAM
           MOVE 'CL' TO WS-SCR-SOURCE
           MOVE PM-POLICY-ID TO WS-SCR-POLICY-ID
           MOVE PM-CLAIM-ID TO WS-SCR-REF-ID
           COMPUTE WS-SCR-AMOUNT =
               PM-CLAIM-PAYMENT-AMT + PM-CLAIM-INTEREST-AMT
           PERFORM 8250-START-SCREENING
           MOVE 'PY' TO WS-SCR-PARTY-ROLE
           IF PM-CLAIM-CRIT-ILLNESS
               MOVE 1 TO WS-SCR-PARTY-SEQ
               IF PM-BENEFICIARY-NAME = SPACES
                   MOVE PM-INSURED-NAME TO WS-SCR-PARTY-NAME
               ELSE
                   MOVE PM-BENEFICIARY-NAME TO WS-SCR-PARTY-NAME
               END-IF
               PERFORM 8260-SCREEN-PARTY
               PERFORM 8270-END-SCREENING
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACTIVE-BENEF-COUNT
           PERFORM 0450-START-BENEF-READ
           PERFORM UNTIL WS-BENEF-EOF
               IF BN-BENEF-ACTIVE
                   ADD 1 TO WS-ACTIVE-BENEF-COUNT
                   MOVE BN-BENEF-SEQ TO WS-SCR-PARTY-SEQ
                   MOVE BN-BENEFICIARY-NAME TO WS-SCR-PARTY-NAME
                   PERFORM 8260-SCREEN-PARTY
               END-IF
               PERFORM 0460-READ-NEXT-BENEF
           END-PERFORM
           IF WS-ACTIVE-BENEF-COUNT = 0
               MOVE 1 TO WS-SCR-PARTY-SEQ
               MOVE PM-BENEFICIARY-NAME TO WS-SCR-PARTY-NAME
               PERFORM 8260-SCREEN-PARTY
           END-IF
           PERFORM 8270-END-SCREENING.

      *---------------------------------------------------------------*
      * 0390 - WRITE ONE DETAIL LINE TO THE EXTRACT REPORT            *
      *---------------------------------------------------------------*
       0390-WRITE-DETAIL-LINE.
           MOVE PM-POLICY-ID TO RD-POLICY-ID
           MOVE PM-CLAIM-ID TO RD-CLAIM-ID
           MOVE PM-CLAIM-TYPE TO RD-CLAIM-TYPE
           MOVE PM-CLAIM-PAYMENT-MODE TO RD-PAYMENT-MODE
           MOVE PM-CLAIM-PAYMENT-AMT TO RD-NET-AMOUNT
           MOVE PM-CLAIM-INTEREST-AMT TO RD-INTEREST-AMT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

           MOVE 1                        TO DB-BENEF-SEQ
           MOVE 100.00                   TO DB-PERCENT-SHARE
           MOVE PM-CLAIM-PAYMENT-MODE    TO DB-PAYMENT-MODE
           COMPUTE DB-NET-AMOUNT =
               PM-CLAIM-PAYMENT-AMT + PM-CLAIM-INTEREST-AMT
           MOVE PM-CLAIM-INTEREST-AMT    TO DB-INTEREST-AMOUNT
           MOVE PM-CLAIM-SETTLE-DATE     TO DB-SETTLE-DATE
           MOVE WS-CURR-DATE             TO DB-EXTRACT-DATE
           PERFORM 0470-REGISTER-DISBURSEMENT
           WRITE DISBURSE-RECORD
           PERFORM 0440-WRITE-INTEREST-ROW.

      *---------------------------------------------------------------*
      * 0410 - SPLIT THE SETTLEMENT ACROSS THE ACTIVE BENEPF ROWS     *
      *        THE LAST SEQUENCE, THEN WRITE ONE ROW PER SHARE. THE   *
      *        LAST SHARE TAKES THE UNALLOCATED REMAINDER SO THE      *
      *        ROUNDED SHARES ALWAYS SUM BACK TO THE NET PAYMENT.     *
      *        STATUTORY INTEREST IS SPLIT THE SAME WAY, SO EACH      *
      *        BENEFICIARY'S 1099-INT MATCHES WHAT THEY WERE PAID.    *
      *---------------------------------------------------------------*
       0410-SPLIT-DISBURSEMENT.
           MOVE 0 TO WS-ACTIVE-BENEF-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ALLOCATED-AMOUNT
           MOVE 0 TO WS-ALLOCATED-INTEREST
           PERFORM 0450-START-BENEF-READ
           PERFORM UNTIL WS-BENEF-EOF
               IF BN-BENEF-ACTIVE
           IF BN-BENEF-SEQ = WS-LAST-ACTIVE-SEQ
               COMPUTE WS-SHARE-AMOUNT =
                   PM-CLAIM-PAYMENT-AMT - WS-ALLOCATED-AMOUNT
               COMPUTE WS-SHARE-INTEREST =
                   PM-CLAIM-INTEREST-AMT - WS-ALLOCATED-INTEREST
           ELSE
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   PM-CLAIM-PAYMENT-AMT * BN-PERCENT-SHARE / 100
               ADD WS-SHARE-AMOUNT TO WS-ALLOCATED-AMOUNT
               COMPUTE WS-SHARE-INTEREST ROUNDED =
                   PM-CLAIM-INTEREST-AMT * BN-PERCENT-SHARE / 100
               ADD WS-SHARE-INTEREST TO WS-ALLOCATED-INTEREST
           END-IF
           INITIALIZE DISBURSE-RECORD
           MOVE PM-POLICY-ID             TO DB-POLICY-ID
           MOVE BN-BENEF-SEQ             TO DB-BENEF-SEQ
           MOVE BN-PERCENT-SHARE         TO DB-PERCENT-SHARE
           MOVE PM-CLAIM-PAYMENT-MODE    TO DB-PAYMENT-MODE
           COMPUTE DB-NET-AMOUNT =
               WS-SHARE-AMOUNT + WS-SHARE-INTEREST
           MOVE WS-SHARE-INTEREST        TO DB-INTEREST-AMOUNT
           MOVE PM-CLAIM-SETTLE-DATE     TO DB-SETTLE-DATE
           MOVE WS-CURR-DATE             TO DB-EXTRACT-DATE
           PERFORM 0470-REGISTER-DISBURSEMENT
           WRITE DISBURSE-RECORD
           PERFORM 0440-WRITE-INTEREST-ROW.

      *---------------------------------------------------------------*
      * 0430 - WRITE THE SINGLE CLAIMANT ROW FOR A CRITICAL ILLNESS   *
      *        SETTLEMENT (CP-104) - THE INSURED IS ALIVE AND TAKES   *
      *        THE ACCELERATED BENEFIT; THE CLAIMANT KEYED ON THE     *
      *        CLAIM IS USED WHEN PRESENT, ELSE THE INSURED           *
      *---------------------------------------------------------------*
       0430-WRITE-CLAIMANT-ROW.
           INITIALIZE DISBURSE-RECORD
           MOVE PM-POLICY-ID             TO DB-POLICY-ID
           MOVE PM-CLAIM-ID              TO DB-CLAIM-ID
           IF PM-BENEFICIARY-NAME = SPACES
               MOVE PM-INSURED-NAME      TO DB-BENEFICIARY-NAME
               MOVE 'INSURED'            TO DB-BENEFICIARY-RELATION
           ELSE
               MOVE PM-BENEFICIARY-NAME  TO DB-BENEFICIARY-NAME
               MOVE PM-BENEFICIARY-RELATION
                                         TO DB-BENEFICIARY-RELATION
           END-IF
           MOVE 1                        TO DB-BENEF-SEQ
           MOVE 100.00                   TO DB-PERCENT-SHARE
           MOVE PM-CLAIM-PAYMENT-MODE    TO DB-PAYMENT-MODE
           MOVE PM-CLAIM-PAYMENT-AMT     TO DB-NET-AMOUNT
           MOVE PM-CLAIM-SETTLE-DATE     TO DB-SETTLE-DATE
           MOVE WS-CURR-DATE             TO DB-EXTRACT-DATE
           PERFORM 0470-REGISTER-DISBURSEMENT
           WRITE DISBURSE-RECORD.

      *---------------------------------------------------------------*
      * 0440 - LOG THE INTEREST PORTION OF THE DISBURSEMENT ROW JUST  *
      *        WRITTEN TO THE CLAIM INTEREST LEDGER  (CP-106)         *
      *---------------------------------------------------------------*
       0440-WRITE-INTEREST-ROW.
           IF DB-INTEREST-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE CLMINT-RECORD
           MOVE DB-POLICY-ID             TO CX-POLICY-ID
           MOVE DB-CLAIM-ID              TO CX-CLAIM-ID
           MOVE DB-BENEFICIARY-NAME      TO CX-PAYEE-NAME
           MOVE DB-BENEFICIARY-RELATION  TO CX-PAYEE-RELATION
           MOVE DB-BENEF-SEQ             TO CX-BENEF-SEQ
           MOVE DB-INTEREST-AMOUNT       TO CX-INTEREST-AMOUNT
           MOVE PM-CURRENCY-CODE         TO CX-CURRENCY-CODE
           MOVE PM-ISSUE-STATE           TO CX-ISSUE-STATE
           MOVE PM-DATE-OF-DEATH         TO CX-DATE-OF-DEATH
           MOVE PM-CLAIM-SETTLE-DATE     TO CX-SETTLE-DATE
           MOVE PM-CLAIM-INTEREST-DAYS   TO CX-INTEREST-DAYS
           MOVE PM-CLAIM-INTEREST-RATE   TO CX-INTEREST-RATE
           MOVE WS-CURR-DATE             TO CX-PAID-DATE
           WRITE CLMINT-RECORD.

      *---------------------------------------------------------------*
      * 0450 - POSITION BENEPF AT THE FIRST ROW FOR THIS POLICY       *
      *---------------------------------------------------------------*
               MOVE 'Y' TO WS-BENEF-EOF-FLAG
           END-IF.

      *---------------------------------------------------------------*
      * 0470 - REGISTER THE DISBURSEMENT ROW ABOUT TO BE WRITTEN ON   *
      *        OUTPAY (CP-107) - THE CHECK/TRACE NUMBER IT IS GIVEN   *
      *        GOES OUT ON THE VENDOR ROW                              *
      *---------------------------------------------------------------*
       0470-REGISTER-DISBURSEMENT.
           INITIALIZE OUTPAY-RECORD
           MOVE 'CL'                     TO PR-SOURCE-TYPE
           MOVE DB-POLICY-ID             TO PR-POLICY-ID
           MOVE DB-CLAIM-ID              TO PR-CLAIM-ID
           MOVE DB-BENEFICIARY-NAME      TO PR-PAYEE-NAME
           MOVE DB-BENEF-SEQ             TO PR-BENEF-SEQ
           IF PM-CLAIM-CRIT-ILLNESS
               MOVE 'OW'                 TO PR-PARTY-ROLE
           ELSE
               MOVE 'BN'                 TO PR-PARTY-ROLE
           END-IF
           MOVE DB-PAYMENT-MODE          TO PR-PAYMENT-MODE
           MOVE DB-NET-AMOUNT            TO PR-AMOUNT
           MOVE PM-CURRENCY-CODE         TO PR-CURRENCY-CODE
           MOVE PM-ISSUE-STATE           TO PR-ISSUE-STATE
           PERFORM 8500-REGISTER-PAYMENT
           MOVE PR-PAYMENT-NUMBER        TO DB-PAYMENT-NUMBER
           PERFORM 0475-ADDRESS-DISBURSEMENT.

      *---------------------------------------------------------------*
      * 0475 - MAILING ADDRESS FOR THE ROW (CP-109) - A CI CLAIMANT  *
      *        IS THE LIVING INSURED, MAILED AT THE OWNER ADDRESS;   *
      *        A DEATH SHARE GOES TO THAT BENEFICIARY'S PARTY ROW.   *
      *        A CHECK TO A RETURNED-MAIL ADDRESS IS CUT BUT HELD    *
      *---------------------------------------------------------------*
       0475-ADDRESS-DISBURSEMENT.
           MOVE DB-POLICY-ID             TO WS-MAIL-POLICY-ID
           MOVE PR-PARTY-ROLE            TO WS-MAIL-ROLE
           MOVE DB-BENEF-SEQ             TO WS-MAIL-SEQ
           MOVE DB-BENEFICIARY-NAME      TO WS-MAIL-NAME
           PERFORM 8350-GET-MAILING-PARTY
           MOVE WS-MAIL-ADDRESS          TO DB-MAIL-ADDRESS
           IF DB-PAY-CHECK AND WS-MAIL-HELD
               MOVE 'Y'                  TO DB-MAIL-HOLD-IND
           ELSE
               MOVE 'N'                  TO DB-MAIL-HOLD-IND
           END-IF.

      *---------------------------------------------------------------*
      * 0500 - FLAG THE CLAIM AS EXTRACTED ON THE POLICY RECORD       *
      *---------------------------------------------------------------*
           MOVE WS-COUNT-ZERO-NET TO RS-COUNT
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
           MOVE 'TOTAL DISBURSED. . . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-DISBURSED TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CLAIMS PAYING INTEREST . . .' TO RS-LABEL
           MOVE WS-COUNT-WITH-INTEREST TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL STATUTORY INTEREST . .' TO RT-LABEL
           MOVE WS-TOTAL-INTEREST TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * GLJLOG                                                        *
      *---------------------------------------------------------------*
       COPY GLJLOG.

      *---------------------------------------------------------------*
      * 8500 - REGISTER ONE OUTGOING PAYMENT                          *
      * SHARED WITH THE OTHER PAYMENT EXTRACTS VIA COPYBOOK PREGLOG   *
      *---------------------------------------------------------------*
       COPY PREGLOG.

      *---------------------------------------------------------------*
      * 8250/8260/8270 - SANCTIONS WATCH-LIST SCREENING                *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB AND THE OTHER PAYMENT       *
      * EXTRACTS VIA COPYBOOK SANSCRN                                 *
      *---------------------------------------------------------------*
       COPY SANSCRN.

      *---------------------------------------------------------------*
      * 8350 - LOOK UP THE MAILING PARTY                              *
      * SHARED WITH THE OTHER MAILING AND PAYMENT EXTRACTS VIA        *
      * COPYBOOK PRTYLOOK                                             *
      *---------------------------------------------------------------*
       COPY PRTYLOOK.
