      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-07-05                                        *
      * VERSION:   1.5                                               *
      * MODIFIED:  2000-04-24 - RENEWAL COMMISSION ROW WRITTEN       *
      *            FOR EVERY POSTED PREMIUM (COMMCALC)               *
      *            2000-02-07 - POSTED-PAYMENT REGISTER: A          *
      *            RETRANSMITTED PAYMENT REF REJECTS INSTEAD OF      *
      *            POSTING AGAIN; END-OF-RUN RECONCILIATION LINE     *
      *            1999-11-22 - GL JOURNAL ROWS WRITTEN FOR POSTED  *
      *            PAYREGPF (I-O INDEXED - POSTED-PAYMENT REGISTER,  *
      *            CREATED ON FIRST RUN)                              *
      *            PAYREJRP (OUTPUT SEQUENTIAL - DUPLICATE REJECTS)  *
      *            COMMPF   (OUTPUT SEQUENTIAL, EXTEND - COMMISSIONS)*
      *            COMMSCH  (INPUT INDEXED - COMMISSION SCHEDULE)    *
      * COPYBOOKS: POLDATA, PAYDATA, SUSPDATA, AUDITDATA, AUDITLOG,  *
      *            GLJDATA, GLJLOG, DATEWRK, DATECALC, COMMDATA,     *
      *            CSCHDATA, COMMWRK, COMMCALC (QCPYSRC)             *
      *---------------------------------------------------------------*
      * PP-301: THE PROGRAM HAD NO MEMORY OF WHAT IT POSTED - A      *
      * RETRANSMITTED PAYMNTPF FILE, OR THE SAME ITEM IN BOTH THE    *
               ASSIGN TO DATABASE-PAYREJRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJRPT-STATUS.
           SELECT COMMPF
               ASSIGN TO DATABASE-COMMPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMPF-STATUS.
           SELECT COMMSCH
               ASSIGN TO DATABASE-COMMSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-SCHEDULE-KEY
               FILE STATUS IS WS-COMMSCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                PIC X(20).
       FD  PAYREJRP.
       01  REJ-LINE                  PIC X(80).
       FD  COMMPF.
       COPY COMMDATA.
       FD  COMMSCH.
       COPY CSCHDATA.

       WORKING-STORAGE SECTION.
       COPY DATEWRK.
       COPY COMMWRK.
       77  WS-PAYMNT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PAYSUSP-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-PREMIUM-DUE            PIC 9(13)V99 VALUE 0.
       77  WS-PRIOR-PAID-TO-DATE     PIC 9(08) VALUE 0.
       77  WS-EXCESS-AMOUNT          PIC 9(13)V99 VALUE 0.
       77  WS-MODAL-DIVISOR          PIC 9(02) VALUE 1.
       77  WS-PERIOD-DAYS            PIC 9(03) VALUE 0.
           OPEN EXTEND GLJRNPF
           PERFORM 0060-OPEN-PAYMENT-REGISTER
           OPEN OUTPUT PAYREJRP
           OPEN EXTEND COMMPF
           OPEN INPUT COMMSCH
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-REJ-HEADING-1 TO REJ-LINE
           WRITE REJ-LINE
           CLOSE GLJRNPF
           CLOSE PAYREGPF
           CLOSE PAYREJRP
           CLOSE COMMPF
           CLOSE COMMSCH
           GOBACK.

      *---------------------------------------------------------------*
           END-IF
      * PP-104: APPLY THE PAYMENT - ADVANCE THE PAID-TO DATE ONE
      *         BILLING-MODE PERIOD AND CLEAR THE OUTSTANDING BILL
           MOVE PM-PAID-TO-DATE TO WS-PRIOR-PAID-TO-DATE
           PERFORM 0500-ADVANCE-PAID-TO-DATE
           MOVE 0 TO PM-OUTSTANDING-PREMIUM
           IF PM-STATUS-GRACE OR PM-STATUS-REINSTATED
           MOVE 'PREMINC ' TO WS-GLJ-CREDIT-ACCT
           MOVE WS-PREMIUM-DUE TO WS-GLJ-AMOUNT
           PERFORM 8800-WRITE-GL-JOURNAL
      * PP-107: THE POSTED PREMIUM EARNS RENEWAL COMMISSION AT THE
      *         SCHEDULE RATE FOR THE POLICY YEAR OF THE DUE DATE IT
      *         PAYS (COMMCALC 8130)
           MOVE 'RN' TO WS-COMM-ACTION-TYPE
           MOVE WS-PREMIUM-DUE TO WS-COMM-BASIS
           MOVE WS-PRIOR-PAID-TO-DATE TO WS-COMM-YEAR-DATE
           PERFORM 8130-WRITE-RENEWAL-COMMISSION
           MOVE 'PO' TO WS-REG-DISPOSITION
           PERFORM 0700-REGISTER-PAYMENT
           ADD 1 TO WS-COUNT-POSTED
      * SHARED SYSTEM-WIDE VIA COPYBOOK BILLMODE                      *
      *---------------------------------------------------------------*
       COPY BILLMODE.

      *---------------------------------------------------------------*
      * 8100 THRU 8150 - COMMISSION CALCULATION AND CHARGEBACK        *
      * SHARED WITH THE OTHER COMMISSION WRITERS VIA COPYBOOK         *
      * COMMCALC                                                      *
      *---------------------------------------------------------------*
       COPY COMMCALC.
