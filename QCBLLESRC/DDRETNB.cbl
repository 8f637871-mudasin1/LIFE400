      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-11-08                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-04-24 - RENEWAL COMMISSION ON A              *
      *            DISHONOURED DEBIT REVERSED (COMMCALC)             *
      *            2000-04-10 - NOTICES ADDRESSED FROM THE POLICY    *
      *            PARTY FILE (PARTYPF); RETURNED-MAIL HOLD          *
      *            1999-11-22 - GL JOURNAL ROW WRITTEN FOR EVERY    *
      *            REVERSED DEBIT (GLJLOG)                           *
      *---------------------------------------------------------------*
      * PRE-AUTHORIZED DEBIT DISHONOUR RETURN PROCESSING              *
      *            DDRTRPT  (OUTPUT SEQUENTIAL - RETURN SUMMARY)     *
      *            AUDITPF  (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL)*
      *            GLJRNPF  (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL) *
      *            PARTYPF  (INPUT INDEXED - POLICY PARTY MASTER)    *
      *            COMMPF   (OUTPUT SEQUENTIAL, EXTEND - COMMISSIONS)*
      *            COMMSCH  (INPUT INDEXED - COMMISSION SCHEDULE)    *
      * COPYBOOK:  POLDATA, DDBTDATA, NOTICEDATA, AUDITDATA,         *
      *            AUDITLOG, GLJDATA, GLJLOG, DATEWRK, DATECALC,     *
      *            PRTYDATA, PRTYWRK, PRTYLOOK, NOTCADDR, COMMDATA,  *
      *            CSCHDATA, COMMWRK, COMMCALC (QCPYSRC)             *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRETNB.
               ASSIGN TO DATABASE-GLJRNPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNPF-STATUS.
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.
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
       COPY AUDITDATA.
       FD  GLJRNPF.
       COPY GLJDATA.
       FD  PARTYPF.
       COPY PRTYDATA.
       FD  COMMPF.
       COPY COMMDATA.
       FD  COMMSCH.
       COPY CSCHDATA.

       WORKING-STORAGE SECTION.
       COPY PRTYWRK.
       COPY DATEWRK.
       COPY COMMWRK.
       77  WS-DDRETPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NOTICEPF-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
           OPEN OUTPUT DDRTRPT
           OPEN EXTEND AUDITPF
           OPEN EXTEND GLJRNPF
           OPEN INPUT PARTYPF
           OPEN EXTEND COMMPF
           OPEN INPUT COMMSCH
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           CLOSE DDRTRPT
           CLOSE AUDITPF
           CLOSE GLJRNPF
           CLOSE PARTYPF
           CLOSE COMMPF
           CLOSE COMMSCH
           GOBACK.

      *---------------------------------------------------------------*
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - REVERSE ONE DISHONOURED DEBIT   (DR-101 THRU DR-104)   *
      *---------------------------------------------------------------*
       0300-PROCESS-RETURN.
           ADD 1 TO WS-COUNT-READ
           MOVE 'CASH    ' TO WS-GLJ-CREDIT-ACCT
           MOVE DD-DEBIT-AMOUNT TO WS-GLJ-AMOUNT
           PERFORM 8800-WRITE-GL-JOURNAL
      * DR-104: THE RENEWAL COMMISSION DDEXTRB WROTE FOR THE
      *         COLLECTION IS TAKEN BACK - THE SAME PREMIUM NEGATED
      *         AND PRICED FOR THE SAME DUE DATE, SO THE TWO ROWS NET
      *         TO NIL ON THE AGENT'S STATEMENT
           MOVE 'RD' TO WS-COMM-ACTION-TYPE
           COMPUTE WS-COMM-BASIS = 0 - DD-DEBIT-AMOUNT
           MOVE DD-PRIOR-PAID-TO-DATE TO WS-COMM-YEAR-DATE
           PERFORM 8130-WRITE-RENEWAL-COMMISSION
      * DR-103: TELL THE POLICYHOLDER - THE DEADLINE IS THE END OF
      *         THE GRACE PERIOD MEASURED FROM THE RESTORED PAID-TO
      *         DATE, THE SAME DEADLINE THE GRACE LETTER CARRIES
           PERFORM 8730-ADD-DAYS-TO-DATE
           MOVE WS-DC-RESULT-N           TO NO-DEADLINE-DATE
           MOVE WS-CURR-DATE             TO NO-NOTICE-DATE
           PERFORM 8360-ADDRESS-NOTICE
           WRITE NOTICE-RECORD.

      *---------------------------------------------------------------*
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.

      *---------------------------------------------------------------*
      * 8350 - LOOK UP THE MAILING PARTY                              *
      * SHARED WITH THE OTHER MAILING AND PAYMENT EXTRACTS VIA        *
      * COPYBOOK PRTYLOOK                                             *
      *---------------------------------------------------------------*
       COPY PRTYLOOK.

      *---------------------------------------------------------------*
      * 8360 - ADDRESS ONE NOTICE                                     *
      * SHARED WITH THE OTHER NOTICE WRITERS VIA COPYBOOK NOTCADDR    *
      *---------------------------------------------------------------*
       COPY NOTCADDR.

      *---------------------------------------------------------------*
      * 8100 THRU 8150 - COMMISSION CALCULATION AND CHARGEBACK        *
      * SHARED WITH THE OTHER COMMISSION WRITERS VIA COPYBOOK         *
      * COMMCALC                                                      *
      *---------------------------------------------------------------*
       COPY COMMCALC.
