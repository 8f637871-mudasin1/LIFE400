      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1997-09-15                                        *
      * VERSION:   1.9                                               *
      * MODIFIED:  2000-05-15 - QUOTED PREMIUM HONOURED WHEN         *
      *            THE APPLICATION CARRIES A QUOTE ID                *
      *            2000-04-24 - COMMISSION RATE FROM THE             *
      *            SCHEDULE (COMMSCH)                                *
      *            2000-04-17 - WRITING AGENT CHECKED ON AGENTPF     *
      *            2000-04-03 - SANCTIONS SCREENING BEFORE ISSUE    *
      *            1999-10-11 - CURRENCY CODE VALIDATED ON CURRTAB *
      *            1999-09-27 - TRUE CALENDAR DATE ARITHMETIC       *
      *            1999-08-23 - AGGREGATE EXPOSURE TEST VIA CLIMST *
      *            1999-08-16 - RATE FACTORS PRICED FROM RATETAB   *
      *            BENEPF (I-O INDEXED - BENEFICIARY MASTER),        *
      *            RATETAB (INPUT INDEXED - ACTUARIAL RATE TABLE),   *
      *            CLIMST (I-O INDEXED - CLIENT/INSURED MASTER),     *
      *            CURRTAB (INPUT INDEXED - CURRENCY TABLE),         *
      *            WATCHLST (INPUT INDEXED - SANCTIONS WATCH LIST),  *
      *            SANHOLD (I-O INDEXED - COMPLIANCE HOLD QUEUE),    *
      *            SANLOGPF (OUTPUT SEQUENTIAL, EXTEND - SCREENING   *
      *                      LOG),                                    *
      *            AGENTPF (INPUT INDEXED - AGENT MASTER),           *
      *            COMMSCH (INPUT INDEXED - COMMISSION SCHEDULE),    *
      *            QUOTEPF (I-O INDEXED - PREMIUM QUOTES)            *
      * COPYBOOK:  POLDATA, PLANDATA, AUDITDATA, COMMDATA, REFQDATA, *
      *            BENFDATA, RATEDATA, RATEWRK, CLIMDATA, CURRDATA,  *
      *            CURRWRK, WLSTDATA, SHLDDATA, SLOGDATA, SANWRK,    *
      *            AGTDATA, CSCHDATA, COMMWRK, QUOTDATA, QUOTWRK      *
      *            (QCPYSRC)                                         *
      *---------------------------------------------------------------*
      * RETURN CODES:                                                 *
      *  00 - POLICY ISSUED SUCCESSFULLY                             *
      *  02 - REFERRED (MANUAL UW OR REINSURANCE REVIEW)            *
      *  03 - HELD FOR COMPLIANCE REVIEW (POSSIBLE WATCH-LIST MATCH)*
      *  04 - DECLINED - CONFIRMED WATCH-LIST MATCH                 *
      *  11 - MISSING MANDATORY FIELDS                               *
      *  12 - ISSUE AGE OUT OF PLAN LIMITS                          *
      *  13 - SUM ASSURED OUT OF PLAN LIMITS                        *
      *  17 - CURRENCY CODE NOT ON CURRENCY TABLE                   *
      *  28 - MORTALITY RATE MISSING ON RATE TABLE                  *
      *  29 - RIDER RATE MISSING ON RATE TABLE                      *
      *  18 - WRITING AGENT MISSING OR NOT ON AGENT MASTER          *
      *  19 - WRITING AGENT IS TERMINATED                           *
      *  30 - WRITING AGENT NOT CONTRACTED FOR THE ISSUE CHANNEL    *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBUWB.
               ASSIGN TO DATABASE-COMMPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMPF-STATUS.
           SELECT COMMSCH
               ASSIGN TO DATABASE-COMMSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-SCHEDULE-KEY
               FILE STATUS IS WS-COMMSCH-STATUS.
           SELECT REFQPF
               ASSIGN TO DATABASE-REFQPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BN-BENEF-KEY
               FILE STATUS IS WS-BENEPF-STATUS.
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
           SELECT AGENTPF
               ASSIGN TO DATABASE-AGENTPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-AGENT-CODE
               FILE STATUS IS WS-AGENTPF-STATUS.
           SELECT QUOTEPF
               ASSIGN TO DATABASE-QUOTEPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QT-QUOTE-ID
               FILE STATUS IS WS-QUOTEPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDITDATA.
       FD  COMMPF.
       COPY COMMDATA.
       FD  COMMSCH.
       COPY CSCHDATA.
       FD  REFQPF.
       COPY REFQDATA.
       FD  CURRTAB.
       COPY RATEDATA.
       FD  BENEPF.
       COPY BENFDATA.
       FD  WATCHLST.
       COPY WLSTDATA.
       FD  SANHOLD.
       COPY SHLDDATA.
       FD  SANLOGPF.
       COPY SLOGDATA.
       FD  AGENTPF.
       COPY AGTDATA.
       FD  QUOTEPF.
       COPY QUOTDATA.

       WORKING-STORAGE SECTION.
       COPY RATEWRK.
       COPY DATEWRK.
       COPY CURRWRK.
       COPY SANWRK.
       COPY COMMWRK.
       COPY QUOTWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PLANTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-PREMIUM      PIC 9(13)V99 VALUE 0.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQ-SOURCE            PIC X(02) VALUE SPACES.
       77  WS-BENEPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLIMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AGENTPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CLIENT-INFORCE-SA      PIC 9(14)V99 VALUE 0.
       77  WS-AGGREGATE-SA           PIC 9(14)V99 VALUE 0.
       77  WS-BENEF-IDX              PIC 9(02) VALUE 0.
           OPEN INPUT PLANTAB
           OPEN EXTEND AUDITPF
           OPEN EXTEND COMMPF
           OPEN INPUT COMMSCH
           OPEN I-O REFQPF
           OPEN I-O BENEPF
           OPEN I-O CLIMST
           OPEN INPUT RATETAB
           OPEN INPUT WATCHLST
           OPEN I-O SANHOLD
           OPEN EXTEND SANLOGPF
           OPEN INPUT AGENTPF
           OPEN I-O QUOTEPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-DATE TO WS-RATE-AS-OF-DATE
           PERFORM 1150-LOAD-RATE-TABLE
                   MOVE 21 TO WS-RESULT-CODE
                   MOVE 'POLICY RECORD NOT FOUND' TO WS-RESULT-MESSAGE
                   CLOSE POLMST PLANTAB AUDITPF COMMPF REFQPF BENEPF
                       CLIMST RATETAB CURRTAB WATCHLST SANHOLD SANLOGPF
                       AGENTPF COMMSCH QUOTEPF
                   GOBACK
           END-READ
           PERFORM 1000-INITIALIZE
               PERFORM 9000-RETURN-ERROR
               REWRITE WS-POLICY-MASTER-REC
               CLOSE POLMST PLANTAB AUDITPF COMMPF REFQPF BENEPF
                       CLIMST RATETAB CURRTAB WATCHLST SANHOLD SANLOGPF
                       AGENTPF COMMSCH QUOTEPF
               GOBACK
           END-IF
           PERFORM 1300-DETERMINE-UW-CLASS
               PERFORM 9000-RETURN-ERROR
               REWRITE WS-POLICY-MASTER-REC
               CLOSE POLMST PLANTAB AUDITPF COMMPF REFQPF BENEPF
                       CLIMST RATETAB CURRTAB WATCHLST SANHOLD SANLOGPF
                       AGENTPF COMMSCH QUOTEPF
               GOBACK
           END-IF
           PERFORM 1600-CALCULATE-BASE-PREMIUM
           PERFORM 1700-CALCULATE-RIDER-PREMIUM
           PERFORM 1800-CALCULATE-TOTAL-PREMIUM
           PERFORM 1850-HONOUR-QUOTE
           PERFORM 1900-EVALUATE-REFERRALS
           PERFORM 2000-ISSUE-POLICY
           REWRITE WS-POLICY-MASTER-REC
           CLOSE POLMST PLANTAB AUDITPF COMMPF REFQPF BENEPF
                       CLIMST RATETAB CURRTAB WATCHLST SANHOLD SANLOGPF
                       AGENTPF COMMSCH QUOTEPF
           GOBACK.

      *---------------------------------------------------------------*
