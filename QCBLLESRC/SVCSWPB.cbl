      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-03-08                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-04-24 - UNEARNED FIRST-YEAR COMMISSION       *
      *            CHARGED BACK ON A NEW LAPSE (SVCSTAT SV-206)      *
      *            2000-04-10 - NOTICES ADDRESSED FROM THE POLICY    *
      *            PARTY FILE (PARTYPF); RETURNED-MAIL HOLD          *
      *            2000-02-14 - AUTOMATIC PREMIUM LOAN BEFORE     *
      *            LAPSE FOR ELECTED POLICIES (SVCSTAT SV-205)       *
      *            1999-11-15 - CLIENT EXPOSURE RELEASED ON EVERY  *
      *            NEW LAPSE (SVCSTAT SV-204)                        *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL) *
      *            CLIMST (I-O INDEXED - CLIENT/INSURED MASTER)      *
      *            GLJRNPF (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL)  *
      *            PARTYPF (INPUT INDEXED - POLICY PARTY MASTER)     *
      *            COMMPF (OUTPUT SEQUENTIAL, EXTEND - COMMISSIONS)  *
      *            COMMSCH (INPUT INDEXED - COMMISSION SCHEDULE)     *
      * COPYBOOK:  POLDATA, PLANDATA, NOTICEDATA, CHKPTDATA, SVCSTAT,*
      *            AUDITDATA, AUDITLOG, CLIMDATA, CLIMLOG, APLLOG,   *
      *            GLJDATA, GLJLOG, BILLMODE, PRTYDATA, PRTYWRK,     *
      *            PRTYLOOK, NOTCADDR, COMMDATA, CSCHDATA, COMMWRK,  *
      *            COMMCALC (QCPYSRC)                                *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCSWPB.
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
       COPY CLIMDATA.
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
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PLANTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CLIMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLIENT-INFORCE-SA      PIC 9(14)V99 VALUE 0.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
           OPEN EXTEND AUDITPF
           OPEN I-O CLIMST
           OPEN EXTEND GLJRNPF
           OPEN INPUT PARTYPF
           OPEN EXTEND COMMPF
           OPEN INPUT COMMSCH
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM 0050-OPEN-CHECKPOINT-FILE
           PERFORM 0060-LOAD-CHECKPOINT
           CLOSE AUDITPF
           CLOSE CLIMST
           CLOSE GLJRNPF
           CLOSE PARTYPF
           CLOSE COMMPF
           CLOSE COMMSCH
           CLOSE CHKPTPF
           GOBACK.

      * A PROCESS DATE LEFT OVER FROM AN EARLIER TRANSACTION WOULD
      * UNDERSTATE THE DAYS OVERDUE
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
      * STAMPED BEFORE THE EVALUATION SO A FIRST-YEAR CHARGEBACK
      * WRITTEN BY A NEW LAPSE (SV-206) CARRIES THIS RUN - THE STAMP
      * ONLY REACHES POLMST IF THE POLICY IS REWRITTEN BELOW
           MOVE 'SVCSWPB' TO PM-LAST-ACTION-USER
           MOVE PM-PROCESS-DATE TO PM-LAST-ACTION-DATE
           PERFORM 1100-LOAD-PLAN-PARAMETERS
           PERFORM 1300-EVALUATE-PAYMENT-STATUS
      * AN APPLIED AUTOMATIC PREMIUM LOAN CHANGED THE LOAN BALANCE
      * RECORD MUST BE REWRITTEN AND AUDITED EITHER WAY
           IF PM-CONTRACT-STATUS NOT = WS-OLD-STATUS OR
              WS-APL-APPLIED
      * EVERY REWRITTEN POLICY LEAVES AN AUDIT ROW SO BALCTLB CAN
      * PROVE THE NIGHT'S STATUS MOVEMENT BALANCES
               MOVE WS-OLD-STATUS TO WS-AUDIT-OLD-STATUS
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
