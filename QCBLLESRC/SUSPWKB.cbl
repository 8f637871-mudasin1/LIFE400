      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-11-01                                        *
      * VERSION:   1.4                                               *
      * MODIFIED:  2000-04-10 - REFUND PAID TO THE PAYOR ON PARTYPF  *
      *            AT ITS ADDRESS; HELD IF RETURNED MAIL             *
      *            2000-04-03 - REFUND PAYEE SCREENED AGAINST THE    *
      *            SANCTIONS WATCH LIST BEFORE EXTRACT               *
      *            2000-03-27 - EVERY REFUND REGISTERED ON OUTPAY    *
      *            UNDER A CHECK NUMBER (PREGLOG)                    *
      *            1999-11-22 - GL JOURNAL ROWS WRITTEN FOR WORKED-  *
      *            OFF AND REFUNDED SUSPENSE (GLJLOG)                *
      *---------------------------------------------------------------*
      * NIGHTLY PAYMENT SUSPENSE WORKOUT                              *
      *            REPORT)                                            *
      *            AUDITPF  (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL)*
      *            GLJRNPF  (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL) *
      *            OUTPAY   (I-O INDEXED - PAYMENT REGISTER)         *
      *            PAYCTL   (I-O INDEXED - PAYMENT NUMBER CONTROL)   *
      *            WATCHLST (INPUT INDEXED - SANCTIONS WATCH LIST)   *
      *            SANHOLD  (I-O INDEXED - COMPLIANCE HOLD QUEUE)    *
      *            SANLOGPF (OUTPUT SEQUENTIAL, EXTEND - SCREENING   *
      *                      LOG)                                    *
      *            PARTYPF  (INPUT INDEXED - POLICY PARTY MASTER)    *
      * COPYBOOKS: POLDATA, SUSPDATA, AUDITDATA, AUDITLOG, GLJDATA,  *
      *            GLJLOG, DATEWRK, DATECALC, BILLMODE, PREGDATA,    *
      *            PCTLDATA, PREGLOG, WLSTDATA, SHLDDATA, SLOGDATA,  *
      *            SANWRK, SANSCRN, PRTYDATA, PRTYWRK, PRTYLOOK      *
      *            (QCPYSRC)                                          *
      *---------------------------------------------------------------*
      * SUSPENSE ITEMS UP TO THE TABLE CAPACITY ARE WORKED IN        *
      * STORAGE SO SHORT-PAYS ON THE SAME POLICY CAN BE SUMMED;      *
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
           05  RF-REFUND-AMOUNT      PIC 9(13)V99.
           05  RF-PAYMENT-DATE       PIC 9(08).
           05  RF-EXTRACT-DATE       PIC 9(08).
           05  RF-PAYMENT-NUMBER     PIC 9(10).
           05  RF-MAIL-ADDRESS.
               10  RF-ADDR-LINE-1    PIC X(40).
               10  RF-ADDR-LINE-2    PIC X(40).
               10  RF-CITY           PIC X(30).
               10  RF-STATE          PIC X(02).
               10  RF-POSTAL-CODE    PIC X(10).
               10  RF-COUNTRY-CODE   PIC X(03).
           05  RF-MAIL-HOLD-IND      PIC X(01).
               88  RF-MAIL-HELD      VALUE 'Y'.
           05  FILLER                PIC X(10).
       FD  SUSPRPT.
       01  RPT-LINE                  PIC X(80).
       FD  AUDITPF.
       COPY AUDITDATA.
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
       COPY DATEWRK.
       COPY SANWRK.
       COPY PRTYWRK.
       77  WS-PAYSUSP-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PAYSUSPN-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-OUTPAY-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PAYCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PRG-SOURCE             PIC X(10) VALUE 'SUSPWKB'.
       77  WS-PRG-WRITTEN-FLAG       PIC X VALUE 'N'.
           88  WS-PRG-WRITTEN        VALUE 'Y'.
       77  WS-RF-ISSUE-STATE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
       77  WS-COUNT-POLICIES-POSTED  PIC 9(05) VALUE 0.
       77  WS-COUNT-RESTORED         PIC 9(05) VALUE 0.
       77  WS-COUNT-REFUNDED         PIC 9(05) VALUE 0.
       77  WS-COUNT-REFUND-HELD      PIC 9(05) VALUE 0.
       77  WS-COUNT-CARRIED          PIC 9(05) VALUE 0.
       77  WS-TOTAL-REFUNDED         PIC 9(13)V99 VALUE 0.

           OPEN OUTPUT SUSPRPT
           OPEN EXTEND AUDITPF
           OPEN EXTEND GLJRNPF
           OPEN I-O OUTPAY
           OPEN I-O PAYCTL
           OPEN INPUT WATCHLST
           OPEN I-O SANHOLD
           OPEN EXTEND SANLOGPF
           OPEN INPUT PARTYPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6
           CLOSE SUSPRPT
           CLOSE AUDITPF
           CLOSE GLJRNPF
           CLOSE OUTPAY
           CLOSE PAYCTL
           CLOSE WATCHLST
           CLOSE SANHOLD
           CLOSE SANLOGPF
           CLOSE PARTYPF
           GOBACK.

      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * 2300 - WRITE ONE REFUND EXTRACT ROW FOR AN UNCLAIMED          *
      *        OVERPAYMENT (SK-301) - PAYEE IS THE PAYOR ON PARTYPF   *
      *        (THE OWNER WHERE NO PAYOR ROW, THE INSURED WHERE NO    *
      *        PARTY ROW) IF THE POLICY IS STILL ON THE MASTER, ELSE  *
      *        BLANK FOR ACCOUNTING TO RESOLVE FROM THE REMITTANCE.   *
      *        A REFUND TO A RETURNED-MAIL ADDRESS IS CUT BUT HELD    *
      *---------------------------------------------------------------*
       2300-WRITE-REFUND-EXTRACT.
           INITIALIZE REFUND-RECORD
               INVALID KEY
                   MOVE SPACES TO RF-PAYEE-NAME
                   MOVE SPACES TO WS-GLJ-CURRENCY
                   MOVE SPACES TO WS-RF-ISSUE-STATE
               NOT INVALID KEY
                   MOVE PM-POLICY-ID TO WS-MAIL-POLICY-ID
                   MOVE 'PY' TO WS-MAIL-ROLE
                   MOVE 1 TO WS-MAIL-SEQ
                   MOVE PM-INSURED-NAME TO WS-MAIL-NAME
                   PERFORM 8350-GET-MAILING-PARTY
                   MOVE WS-MAIL-NAME TO RF-PAYEE-NAME
                   MOVE WS-MAIL-ADDRESS TO RF-MAIL-ADDRESS
                   MOVE WS-MAIL-HOLD-FLAG TO RF-MAIL-HOLD-IND
                   MOVE PM-CURRENCY-CODE TO WS-GLJ-CURRENCY
                   MOVE PM-ISSUE-STATE TO WS-RF-ISSUE-STATE
           END-READ
      * SK-303: NO REFUND TO A PAYEE WHO IS A POSSIBLE OR CONFIRMED
      *         WATCH-LIST MATCH - THE ITEM IS LEFT OPEN AND CARRIES
      *         FORWARD UNTIL COMPLIANCE CLEARS IT
           IF RF-PAYEE-NAME NOT = SPACES
               MOVE 'SUSPWKB' TO WS-SCR-PROGRAM
               MOVE 'RF' TO WS-SCR-SOURCE
               MOVE RF-POLICY-ID TO WS-SCR-POLICY-ID
               MOVE WS-SUS-PAYMENT-REF(WS-SUSP-IDX) TO WS-SCR-REF-ID
               MOVE WS-SUS-PAYMENT-AMOUNT(WS-SUSP-IDX)
                   TO WS-SCR-AMOUNT
               PERFORM 8250-START-SCREENING
               MOVE 'PY' TO WS-SCR-PARTY-ROLE
               MOVE 1 TO WS-SCR-PARTY-SEQ
               MOVE RF-PAYEE-NAME TO WS-SCR-PARTY-NAME
               PERFORM 8260-SCREEN-PARTY
               PERFORM 8270-END-SCREENING
               IF NOT WS-SCR-ITEM-CLEAR
                   ADD 1 TO WS-COUNT-REFUND-HELD
                   MOVE RF-POLICY-ID TO RD-POLICY-ID
                   MOVE WS-SUS-PAYMENT-REF(WS-SUSP-IDX)
                       TO RD-PAYMENT-REF
                   MOVE 'REFUND HELD - COMPLIANCE REVIEW'
                       TO RD-DISPOSITION
                   MOVE WS-RPT-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SUS-PAYMENT-REF(WS-SUSP-IDX) TO RF-PAYMENT-REF
           MOVE WS-SUS-PAYMENT-AMOUNT(WS-SUSP-IDX)
               TO RF-REFUND-AMOUNT
           MOVE WS-SUS-PAYMENT-DATE(WS-SUSP-IDX) TO RF-PAYMENT-DATE
           MOVE WS-CURR-DATE TO RF-EXTRACT-DATE
      * SK-302: THE REFUND IS REGISTERED FIRST SO ITS CHECK NUMBER
      *         GOES OUT ON THE EXTRACT ROW
           INITIALIZE OUTPAY-RECORD
           MOVE 'RF' TO PR-SOURCE-TYPE
           MOVE RF-POLICY-ID TO PR-POLICY-ID
           MOVE RF-PAYMENT-REF TO PR-PAYMENT-REF
           MOVE RF-PAYEE-NAME TO PR-PAYEE-NAME
           MOVE 1 TO PR-BENEF-SEQ
           MOVE 'PY' TO PR-PARTY-ROLE
           MOVE 'C' TO PR-PAYMENT-MODE
           MOVE RF-REFUND-AMOUNT TO PR-AMOUNT
           MOVE WS-GLJ-CURRENCY TO PR-CURRENCY-CODE
           MOVE WS-RF-ISSUE-STATE TO PR-ISSUE-STATE
           PERFORM 8500-REGISTER-PAYMENT
           MOVE PR-PAYMENT-NUMBER TO RF-PAYMENT-NUMBER
           WRITE REFUND-RECORD
      * THE REFUND LEAVES THE SUSPENSE LIABILITY AND BECOMES A
      * PAYABLE FOR THE DISBURSEMENT VENDOR RUN
           MOVE WS-COUNT-REFUNDED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REFUNDS HELD FOR COMPLIANCE.' TO RS-LABEL
           MOVE WS-COUNT-REFUND-HELD TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ITEMS CARRIED FORWARD. . . .' TO RS-LABEL
           MOVE WS-COUNT-CARRIED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
      * SHARED SYSTEM-WIDE VIA COPYBOOK BILLMODE                      *
      *---------------------------------------------------------------*
       COPY BILLMODE.
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
