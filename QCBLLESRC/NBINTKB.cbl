      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-03-01                                        *
      * VERSION:   1.8                                               *
      * MODIFIED:  2000-05-15 - QUOTED PREMIUM HONOURED WHEN         *
      *            THE APPLICATION CARRIES A QUOTE ID                *
      *            2000-04-24 - COMMISSION RATE FROM THE             *
      *            SCHEDULE (COMMSCH)                                *
      *            2000-04-17 - WRITING AGENT CHECKED ON AGENTPF     *
      *            2000-04-10 - POLICYOWNER AND PAYOR RECORDED ON   *
      *            PARTYPF                                           *
      *            2000-04-03 - SANCTIONS SCREENING BEFORE ISSUE    *
      *            2000-03-20 - ISSUE STATE CARRIED TO POLMST        *
      *            1999-10-11 - CURRENCY CODE VALIDATED ON CURRTAB *
      *            1999-09-27 - TRUE CALENDAR DATE ARITHMETIC       *
      *            1999-08-23 - AGGREGATE EXPOSURE TEST VIA CLIMST *
      *            1999-08-16 - RATE FACTORS PRICED FROM RATETAB   *
      *            RATETAB  (INPUT INDEXED - ACTUARIAL RATE TABLE)   *
      *            CLIMST   (I-O INDEXED - CLIENT/INSURED MASTER)    *
      *            CURRTAB  (INPUT INDEXED - CURRENCY TABLE)         *
      *            WATCHLST (INPUT INDEXED - SANCTIONS WATCH LIST)   *
      *            SANHOLD  (I-O INDEXED - COMPLIANCE HOLD QUEUE)    *
      *            SANLOGPF (OUTPUT SEQUENTIAL, EXTEND - SCREENING   *
      *                       LOG)                                    *
      *            PARTYPF  (I-O INDEXED - POLICY PARTY MASTER)      *
      *            AGENTPF  (INPUT INDEXED - AGENT MASTER)           *
      *            COMMSCH  (INPUT INDEXED - COMMISSION SCHEDULE)    *
      *            QUOTEPF  (I-O INDEXED - PREMIUM QUOTES)           *
      * COPYBOOKS: POLDATA, INTKDATA, PLANDATA, AUDITDATA, COMMDATA, *
      *            REFQDATA, BENFDATA, RATEDATA, RATEWRK, CLIMDATA,  *
      *            CURRDATA, CURRWRK, WLSTDATA, SHLDDATA, SLOGDATA,  *
      *            SANWRK, PRTYDATA, AGTDATA, CSCHDATA, COMMWRK,     *
      *            QUOTDATA, QUOTWRK                                  *
      *            (QCPYSRC),                                         *
      *            NBUWENG (SHARED UW ENGINE)                        *
      *===============================================================*
       IDENTIFICATION DIVISION.
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
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.
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
       FD  PARTYPF.
       COPY PRTYDATA.
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
       77  WS-INTAKE-STATUS          PIC X(02) VALUE SPACES.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PLANTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-PREMIUM      PIC 9(13)V99 VALUE 0.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQ-SOURCE            PIC X(02) VALUE SPACES.
       77  WS-BENEPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLIMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PARTYPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AGENTPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CLIENT-INFORCE-SA      PIC 9(14)V99 VALUE 0.
       77  WS-AGGREGATE-SA           PIC 9(14)V99 VALUE 0.
       77  WS-BENEF-IDX              PIC 9(02) VALUE 0.
       77  WS-COUNT-READ             PIC 9(05) VALUE 0.
       77  WS-COUNT-ISSUED           PIC 9(05) VALUE 0.
       77  WS-COUNT-REFERRED         PIC 9(05) VALUE 0.
       77  WS-COUNT-HELD             PIC 9(05) VALUE 0.
       77  WS-COUNT-DECLINED         PIC 9(05) VALUE 0.
       77  WS-COUNT-AGENT-REJECT     PIC 9(05) VALUE 0.
       77  WS-COUNT-QUOTE-HONOURED   PIC 9(05) VALUE 0.
       77  WS-COUNT-QUOTE-REFUSED    PIC 9(05) VALUE 0.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'NBINTKB - NIGHTLY APPLICATION INTAKE SUMMARY REPORT'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-MESSAGE            PIC X(48).

       01  WS-RPT-QUOTE-LINE.
           05  FILLER                PIC X(09) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE 'QUOTE '.
           05  RQ-QUOTE-ID           PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RQ-OUTCOME            PIC X(14).
           05  FILLER                PIC X(06) VALUE 'RATED '.
           05  RQ-RATED-PREMIUM      PIC Z(9)9.99.
           05  FILLER                PIC X(06) VALUE ' DIFF '.
           05  RQ-DIFFERENCE         PIC -Z(8)9.99.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZ9.
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
           OPEN I-O PARTYPF
           OPEN INPUT AGENTPF
           OPEN I-O QUOTEPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-DATE TO WS-RATE-AS-OF-DATE
           PERFORM 1150-LOAD-RATE-TABLE
           CLOSE PLANTAB
           CLOSE AUDITPF
           CLOSE COMMPF
           CLOSE COMMSCH
           CLOSE REFQPF
           CLOSE BENEPF
           CLOSE CLIMST
           CLOSE RATETAB
           CLOSE CURRTAB
           CLOSE WATCHLST
           CLOSE SANHOLD
           CLOSE SANLOGPF
           CLOSE PARTYPF
           CLOSE AGENTPF
           CLOSE QUOTEPF
           GOBACK.

      *---------------------------------------------------------------*
                   PERFORM 0390-WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-WRITE
      * NB-002: THE OWNER AND PAYOR ARE RECORDED WHATEVER THE
      *         UNDERWRITING OUTCOME - A DECLINE OR REFERRAL LETTER
      *         NEEDS THE ADDRESS AS MUCH AS THE POLICY PACK DOES
           PERFORM 0320-WRITE-PARTY-ROWS
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PLAN-PARAMETERS
           PERFORM 1200-VALIDATE-APPLICATION
           PERFORM 1600-CALCULATE-BASE-PREMIUM
           PERFORM 1700-CALCULATE-RIDER-PREMIUM
           PERFORM 1800-CALCULATE-TOTAL-PREMIUM
           PERFORM 1850-HONOUR-QUOTE
           PERFORM 1900-EVALUATE-REFERRALS
           PERFORM 2000-ISSUE-POLICY
           PERFORM 0385-REWRITE-POLICY-AND-TALLY.
       0310-LOAD-FROM-INTAKE.
           MOVE IN-POLICY-ID TO PM-POLICY-ID
           MOVE IN-APPLICATION-ID TO PM-APPLICATION-ID
           MOVE IN-QUOTE-ID TO PM-QUOTE-ID
           MOVE 0 TO PM-PROCESS-DATE
           MOVE IN-PLAN-CODE TO PM-PLAN-CODE
           MOVE IN-ISSUE-CHANNEL TO PM-ISSUE-CHANNEL
           MOVE IN-AGENT-CODE TO PM-AGENT-CODE
           MOVE IN-CURRENCY-CODE TO PM-CURRENCY-CODE
           MOVE IN-ISSUE-STATE TO PM-ISSUE-STATE
           MOVE IN-INSURED-NAME TO PM-INSURED-NAME
           MOVE IN-DATE-OF-BIRTH TO PM-DATE-OF-BIRTH
           MOVE IN-ISSUE-AGE TO PM-ISSUE-AGE
                   TO PM-BENEF-PERCENT(WS-BENEF-IDX)
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0320 - RECORD THE POLICYOWNER AND ANY SEPARATE PREMIUM PAYOR  *
      *        ON PARTYPF - THE OWNER DEFAULTS TO THE INSURED         *
      *---------------------------------------------------------------*
       0320-WRITE-PARTY-ROWS.
           INITIALIZE PARTY-RECORD
           MOVE IN-POLICY-ID TO OP-POLICY-ID
           MOVE 'OW' TO OP-PARTY-ROLE
           MOVE 1 TO OP-PARTY-SEQ
           IF IN-OWNER-NAME = SPACES
               MOVE IN-INSURED-NAME TO OP-PARTY-NAME
               MOVE 'SELF' TO OP-RELATION
           ELSE
               MOVE IN-OWNER-NAME TO OP-PARTY-NAME
               MOVE IN-OWNER-RELATION TO OP-RELATION
           END-IF
           MOVE IN-OWNER-ADDRESS TO OP-MAIL-ADDRESS
           PERFORM 0325-WRITE-ONE-PARTY
           IF IN-PAYOR-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PARTY-RECORD
           MOVE IN-POLICY-ID TO OP-POLICY-ID
           MOVE 'PY' TO OP-PARTY-ROLE
           MOVE 1 TO OP-PARTY-SEQ
           MOVE IN-PAYOR-NAME TO OP-PARTY-NAME
           MOVE IN-PAYOR-RELATION TO OP-RELATION
           MOVE IN-PAYOR-ADDRESS TO OP-MAIL-ADDRESS
           PERFORM 0325-WRITE-ONE-PARTY.

      *---------------------------------------------------------------*
      * 0325 - WRITE ONE PARTY ROW WITH A FRESH, UNRETURNED ADDRESS   *
      *---------------------------------------------------------------*
       0325-WRITE-ONE-PARTY.
           MOVE 'G' TO OP-ADDR-STATUS
           MOVE WS-CURR-DATE TO OP-ADDR-CHANGE-DATE
           MOVE 0 TO OP-RETURNED-DATE
           MOVE 0 TO OP-RETURNED-COUNT
           MOVE SPACES TO OP-RETURN-REASON
           MOVE 'NBINTKB' TO OP-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO OP-LAST-ACTION-DATE
           WRITE PARTY-RECORD
               INVALID KEY
                   REWRITE PARTY-RECORD
           END-WRITE.

      *---------------------------------------------------------------*
      * 0385 - REWRITE THE POLICY WITH ITS OUTCOME AND TALLY IT      *
      *---------------------------------------------------------------*
           EVALUATE PM-RETURN-CODE
               WHEN 00 ADD 1 TO WS-COUNT-ISSUED
               WHEN 02 ADD 1 TO WS-COUNT-REFERRED
               WHEN 03 ADD 1 TO WS-COUNT-HELD
      * NB-209: AN UNKNOWN, TERMINATED OR WRONG-CHANNEL WRITING AGENT
      *         IS COUNTED APART FROM UNDERWRITING DECLINES SO THE
      *         INTAKE TEAM CAN SEE HOW MANY NEED RE-KEYING
               WHEN 18
               WHEN 19
               WHEN 30 ADD 1 TO WS-COUNT-AGENT-REJECT
               WHEN OTHER ADD 1 TO WS-COUNT-DECLINED
           END-EVALUATE
           PERFORM 0390-WRITE-DETAIL-LINE
           IF NOT WS-QUOTE-NONE
               PERFORM 0395-WRITE-QUOTE-LINE
           END-IF.

      *---------------------------------------------------------------*
      * 0390 - WRITE ONE DETAIL LINE TO THE SUMMARY REPORT           *
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0395 - WRITE THE QUOTE OUTCOME UNDER THE APPLICATION LINE     *
      *        (NB-851 THRU NB-854) - DIFF IS QUOTED LESS RATED       *
      *---------------------------------------------------------------*
       0395-WRITE-QUOTE-LINE.
           MOVE PM-QUOTE-ID TO RQ-QUOTE-ID
           EVALUATE TRUE
               WHEN WS-QUOTE-HONOURED
                   MOVE 'HONOURED' TO RQ-OUTCOME
               WHEN WS-QUOTE-SAME-PREMIUM
                   MOVE 'RATES UNCHANGED' TO RQ-OUTCOME
               WHEN WS-QUOTE-NOT-FOUND
                   MOVE 'NOT ON FILE' TO RQ-OUTCOME
               WHEN WS-QUOTE-EXPIRED
                   MOVE 'EXPIRED' TO RQ-OUTCOME
               WHEN WS-QUOTE-USED-ELSEWHERE
                   MOVE 'USED ELSEWHERE' TO RQ-OUTCOME
               WHEN WS-QUOTE-RISK-CHANGED
                   MOVE 'RISK CHANGED' TO RQ-OUTCOME
           END-EVALUATE
           IF WS-QUOTE-HONOURED OR WS-QUOTE-SAME-PREMIUM
               ADD 1 TO WS-COUNT-QUOTE-HONOURED
           ELSE
               ADD 1 TO WS-COUNT-QUOTE-REFUSED
           END-IF
           MOVE WS-QUOTE-RATED-PREMIUM TO RQ-RATED-PREMIUM
           MOVE WS-QUOTE-DIFFERENCE TO RQ-DIFFERENCE
           MOVE WS-RPT-QUOTE-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0900 - WRITE FINAL ISSUE/REFER/DECLINE SUMMARY               *
      *---------------------------------------------------------------*
           MOVE WS-COUNT-REFERRED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HELD FOR COMPLIANCE REVIEW .' TO RS-LABEL
           MOVE WS-COUNT-HELD TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'APPLICATIONS DECLINED/ERROR.' TO RS-LABEL
           MOVE WS-COUNT-DECLINED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REJECTED - WRITING AGENT . .' TO RS-LABEL
           MOVE WS-COUNT-AGENT-REJECT TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'QUOTES HONOURED. . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-QUOTE-HONOURED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'QUOTES NOT HONOURED. . . . .' TO RS-LABEL
           MOVE WS-COUNT-QUOTE-REFUSED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
