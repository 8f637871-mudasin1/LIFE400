      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-11-29                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-04-10 - REFUND PAID TO THE POLICYOWNER ON    *
      *            PARTYPF AT ITS ADDRESS; HELD IF RETURNED MAIL     *
      *            2000-04-03 - PAYEE SCREENED AGAINST THE SANCTIONS *
      *            WATCH LIST BEFORE THE VENDOR ROW IS WRITTEN       *
      *            2000-03-27 - EVERY VENDOR ROW REGISTERED ON OUTPAY *
      *            UNDER A CHECK NUMBER (PREGLOG)                    *
      *---------------------------------------------------------------*
      * BATCH CANCELLATION REFUND DISBURSEMENT EXTRACT                *
      * DOMAIN:  TERM LIFE - SERVICING AND BILLING                   *
      *          (THE SAME DISBDATA LAYOUT THE CHECK/ACH VENDOR      *
      *          TAKES FROM CLMPAYB), AND FLAGS THE POLICY AS        *
      *          EXTRACTED SO A RERUN CANNOT REFUND THE SAME         *
      *          CANCELLATION TWICE. THE PAYEE IS SCREENED AGAINST  *
      *          THE SANCTIONS WATCH LIST FIRST; A POSSIBLE MATCH     *
      *          LEAVES THE REFUND UNEXTRACTED ON THE COMPLIANCE HOLD *
      *          QUEUE UNTIL SANHMNT CLEARS IT.                       *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH)                       *
      * FILES:     POLMST   (I-O INDEXED, ACCESS SEQUENTIAL)         *
      *            CANREFPF (OUTPUT SEQUENTIAL - VENDOR EXTRACT)     *
      *            CANREFRP (OUTPUT SEQUENTIAL - EXTRACT SUMMARY)    *
      *            GLJRNPF  (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL) *
      *            OUTPAY   (I-O INDEXED - PAYMENT REGISTER)         *
      *            PAYCTL   (I-O INDEXED - PAYMENT NUMBER CONTROL)   *
      *            WATCHLST (INPUT INDEXED - SANCTIONS WATCH LIST)   *
      *            SANHOLD  (I-O INDEXED - COMPLIANCE HOLD QUEUE)    *
      *            SANLOGPF (OUTPUT SEQUENTIAL, EXTEND - SCREENING   *
      *                      LOG)                                    *
      *            PARTYPF  (INPUT INDEXED - POLICY PARTY MASTER)    *
      * COPYBOOK:  POLDATA, DISBDATA, GLJDATA, GLJLOG, PREGDATA,     *
      *            PCTLDATA, PREGLOG, WLSTDATA, SHLDDATA, SLOGDATA,  *
      *            SANWRK, SANSCRN, PRTYDATA, PRTYWRK, PRTYLOOK      *
      *            (QCPYSRC)                                          *
      *---------------------------------------------------------------*
      * THE REFUND GOES TO THE POLICYOWNER, NOT A BENEFICIARY - THE  *
      * VENDOR ROW CARRIES THE OWNER'S PARTYPF NAME AND ADDRESS AS   *
      * PAYEE (THE INSURED'S NAME WHERE NO OWNER ROW IS ON FILE)     *
      * WITH A 100 PERCENT SHARE AND PAYS BY CHECK.                   *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANREFB.
               ASSIGN TO DATABASE-GLJRNPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNPF-STATUS.
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
       77  WS-CANREF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-OUTPAY-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PAYCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PRG-SOURCE             PIC X(10) VALUE 'CANREFB'.
       77  WS-PRG-WRITTEN-FLAG       PIC X VALUE 'N'.
           88  WS-PRG-WRITTEN        VALUE 'Y'.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
           88  WS-EOF                VALUE 'Y'.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-EXTRACTED        PIC 9(07) VALUE 0.
       77  WS-COUNT-HELD             PIC 9(07) VALUE 0.
       77  WS-COUNT-BLOCKED          PIC 9(07) VALUE 0.
       77  WS-TOTAL-REFUNDED         PIC 9(13)V99 VALUE 0.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           OPEN OUTPUT CANREFPF
           OPEN OUTPUT CANREFRP
           OPEN EXTEND GLJRNPF
           OPEN I-O OUTPAY
           OPEN I-O PAYCTL
           OPEN INPUT WATCHLST
           OPEN I-O SANHOLD
           OPEN EXTEND SANLOGPF
           OPEN INPUT PARTYPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           CLOSE CANREFPF
           CLOSE CANREFRP
           CLOSE GLJRNPF
           CLOSE OUTPAY
           CLOSE PAYCTL
           CLOSE WATCHLST
           CLOSE SANHOLD
           CLOSE SANLOGPF
           CLOSE PARTYPF
           GOBACK.

      *---------------------------------------------------------------*
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - EVALUATE ONE POLICY FOR A REFUND  (CR-101 THRU CR-105) *
      *---------------------------------------------------------------*
       0300-EVALUATE-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
           IF PM-CANCEL-REFUND-EXTRACTED
               EXIT PARAGRAPH
           END-IF
      * CR-105: THE PAYEE IS THE POLICYOWNER ON PARTYPF - FOUND FIRST
      *         SO THE NAME SCREENED IS THE NAME THE CHECK CARRIES
           MOVE PM-POLICY-ID TO WS-MAIL-POLICY-ID
           MOVE 'OW' TO WS-MAIL-ROLE
           MOVE 1 TO WS-MAIL-SEQ
           MOVE PM-INSURED-NAME TO WS-MAIL-NAME
           PERFORM 8350-GET-MAILING-PARTY
      * CR-104: NO VENDOR ROW WHILE THE POLICYHOLDER IS A POSSIBLE OR
      *         CONFIRMED WATCH-LIST MATCH - THE REFUND STAYS
      *         UNEXTRACTED SO IT PRESENTS AGAIN ONCE CLEARED
           MOVE 'CANREFB' TO WS-SCR-PROGRAM
           MOVE 'CN' TO WS-SCR-SOURCE
           MOVE PM-POLICY-ID TO WS-SCR-POLICY-ID
           MOVE SPACES TO WS-SCR-REF-ID
           MOVE PM-CANCEL-REFUND-AMT TO WS-SCR-AMOUNT
           PERFORM 8250-START-SCREENING
           MOVE 'PY' TO WS-SCR-PARTY-ROLE
           MOVE 1 TO WS-SCR-PARTY-SEQ
           MOVE WS-MAIL-NAME TO WS-SCR-PARTY-NAME
           PERFORM 8260-SCREEN-PARTY
           PERFORM 8270-END-SCREENING
           IF WS-SCR-ITEM-HELD
               ADD 1 TO WS-COUNT-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-ITEM-BLOCKED
               ADD 1 TO WS-COUNT-BLOCKED
               EXIT PARAGRAPH
           END-IF
      * CR-102: ONE VENDOR ROW PER REFUND, THEN FLAG THE POLICY SO A
      *         RERUN CANNOT REFUND TWICE
           PERFORM 0400-WRITE-REFUND-ROW
           ADD 1 TO WS-COUNT-EXTRACTED
           ADD PM-CANCEL-REFUND-AMT TO WS-TOTAL-REFUNDED
           MOVE PM-POLICY-ID TO RD-POLICY-ID
           MOVE WS-MAIL-NAME(1:30) TO RD-PAYEE-NAME
           MOVE PM-CANCEL-REFUND-AMT TO RD-REFUND-AMOUNT
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0400 - WRITE ONE VENDOR DISBURSEMENT ROW - THE POLICYOWNER    *
      *        TAKES THE FULL REFUND BY CHECK, MAILED TO THE OWNER'S  *
      *        ADDRESS AND HELD IF THAT ADDRESS IS RETURNED MAIL      *
      *---------------------------------------------------------------*
       0400-WRITE-REFUND-ROW.
           INITIALIZE DISBURSE-RECORD
           MOVE PM-POLICY-ID             TO DB-POLICY-ID
           MOVE SPACES                   TO DB-CLAIM-ID
           MOVE WS-MAIL-NAME             TO DB-BENEFICIARY-NAME
           MOVE 'POLICYOWNER'            TO DB-BENEFICIARY-RELATION
           MOVE 1                        TO DB-BENEF-SEQ
           MOVE 100.00                   TO DB-PERCENT-SHARE
           MOVE 'C'                      TO DB-PAYMENT-MODE
           MOVE PM-CANCEL-REFUND-AMT     TO DB-NET-AMOUNT
           MOVE PM-LAST-ACTION-DATE      TO DB-SETTLE-DATE
           MOVE WS-CURR-DATE             TO DB-EXTRACT-DATE
           MOVE WS-MAIL-ADDRESS          TO DB-MAIL-ADDRESS
           MOVE WS-MAIL-HOLD-FLAG        TO DB-MAIL-HOLD-IND
      * CR-103: THE REFUND IS REGISTERED FIRST SO ITS CHECK NUMBER
      *         GOES OUT ON THE VENDOR ROW
           INITIALIZE OUTPAY-RECORD
           MOVE 'CN'                     TO PR-SOURCE-TYPE
           MOVE DB-POLICY-ID             TO PR-POLICY-ID
           MOVE DB-BENEFICIARY-NAME      TO PR-PAYEE-NAME
           MOVE DB-BENEF-SEQ             TO PR-BENEF-SEQ
           MOVE 'OW'                     TO PR-PARTY-ROLE
           MOVE DB-PAYMENT-MODE          TO PR-PAYMENT-MODE
           MOVE DB-NET-AMOUNT            TO PR-AMOUNT
           MOVE PM-CURRENCY-CODE         TO PR-CURRENCY-CODE
           MOVE PM-ISSUE-STATE           TO PR-ISSUE-STATE
           PERFORM 8500-REGISTER-PAYMENT
           MOVE PR-PAYMENT-NUMBER        TO DB-PAYMENT-NUMBER
           WRITE DISBURSE-RECORD.

      *---------------------------------------------------------------*
           MOVE WS-COUNT-EXTRACTED TO RS-COUNT
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
           MOVE 'TOTAL REFUNDED . . . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-REFUNDED TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
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
