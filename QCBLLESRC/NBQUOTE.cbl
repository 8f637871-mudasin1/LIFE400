      *===============================================================*
      * PROGRAM:   NBQUOTE                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-15                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * NEW BUSINESS PREMIUM QUOTATION                                *
      * DOMAIN:  TERM LIFE - NEW BUSINESS AND POLICY ISSUANCE       *
      * PURPOSE: AGENTS AND THE BRANCHES PHONE FOR A PRICE, AND IT   *
      *          WAS WORKED OUT BY HAND FROM RATETAB BECAUSE THE     *
      *          UNDERWRITING ENGINE ONLY RAN INSIDE A REAL ISSUE.   *
      *          THIS PROGRAM TAKES THE KEYED APPLICANT DETAILS AND  *
      *          RUNS THEM THROUGH THE SAME ENGINE (COPYBOOK NBUWENG *
      *          1000 THRU 1900 - ELIGIBILITY, UW CLASS, BASE,       *
      *          RIDER AND TOTAL PREMIUM, REFERRAL TESTS) ON A        *
      *          WORKING-STORAGE POLICY IMAGE. NOTHING IS WRITTEN TO *
      *          POLMST, AUDITPF, COMMPF, REFQPF, BENEPF OR CLIMST - *
      *          2000-ISSUE-POLICY IS NEVER PERFORMED. IT RETURNS    *
      *          THE MODAL PREMIUM FOR EVERY BILLING MODE AND ANY    *
      *          REFERRAL THE APPLICATION WOULD TRIGGER, AND SAVES   *
      *          THE QUOTE ON QUOTEPF UNDER A NEW QUOTE ID, OPEN     *
      *          FOR WS-QUOTE-VALID-DAYS. AN APPLICATION LATER       *
      *          KEYED WITH THE QUOTE ID HAS THE QUOTED PREMIUM      *
      *          HONOURED BY NBUWB/NBINTKB (NBUWENG 1850).           *
      *---------------------------------------------------------------*
      * CALLED BY: RUNQUOT (CL - ONLINE NEW BUSINESS WORKBENCH)      *
      * FILES:     PLANTAB (INPUT INDEXED)                           *
      *            RATETAB (INPUT INDEXED - ACTUARIAL RATE TABLE)    *
      *            CURRTAB (INPUT INDEXED - CURRENCY TABLE)          *
      *            AGENTPF (INPUT INDEXED - AGENT MASTER)            *
      *            CLIMST  (INPUT INDEXED - CLIENT/INSURED MASTER)   *
      *            QUOTEPF (I-O INDEXED - PREMIUM QUOTES)            *
      *            PAYCTL  (I-O INDEXED - NUMBER CONTROL, ROW        *
      *                     'QUOTENUM')                               *
      *            AUDITPF, COMMPF, COMMSCH, REFQPF, BENEPF,         *
      *            WATCHLST, SANHOLD AND SANLOGPF ARE DECLARED FOR   *
      *            THE SHARED ENGINE ONLY AND NEVER OPENED           *
      * COPYBOOK:  POLDATA, PLANDATA, AUDITDATA, COMMDATA, REFQDATA, *
      *            BENFDATA, RATEDATA, RATEWRK, CLIMDATA, CURRDATA,  *
      *            CURRWRK, WLSTDATA, SHLDDATA, SLOGDATA, SANWRK,    *
      *            AGTDATA, CSCHDATA, COMMWRK, QUOTDATA, QUOTWRK,    *
      *            PCTLDATA, DATEWRK (QCPYSRC),                      *
      *            NBUWENG (SHARED UW ENGINE)                        *
      *---------------------------------------------------------------*
      * RETURN CODES (LK-RETURN-CODE):                                *
      *  00 - QUOTED - WOULD ISSUE ON THESE TERMS                    *
      *  02 - QUOTED - WOULD BE REFERRED (MANUAL UW OR REINSURANCE   *
      *       REVIEW); SEE LK-QR-REINS-REFERRAL / LK-QR-UW-REFERRAL   *
      *  11 THRU 30 - NOT QUOTED - THE ENGINE'S OWN ELIGIBILITY,     *
      *       UW CLASS OR RATE TABLE CODE, PASSED BACK UNCHANGED     *
      *       (SEE NBUWB), WITH ITS MESSAGE. NO QUOTE ID IS GIVEN.   *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBQUOTE.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-05-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANTAB
               ASSIGN TO DATABASE-PLANTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-PLAN-CODE
               FILE STATUS IS WS-PLANTAB-STATUS.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
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
           SELECT REFQPF
               ASSIGN TO DATABASE-REFQPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-POLICY-ID
               FILE STATUS IS WS-REFQPF-STATUS.
           SELECT CURRTAB
               ASSIGN TO DATABASE-CURRTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CURRENCY-KEY
               FILE STATUS IS WS-CURRTAB-STATUS.
           SELECT CLIMST
               ASSIGN TO DATABASE-CLIMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CLIENT-KEY
               FILE STATUS IS WS-CLIMST-STATUS.
           SELECT RATETAB
               ASSIGN TO DATABASE-RATETAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATETAB-STATUS.
           SELECT BENEPF
               ASSIGN TO DATABASE-BENEPF
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
           SELECT PAYCTL
               ASSIGN TO DATABASE-PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-CONTROL-ID
               FILE STATUS IS WS-PAYCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANTAB.
       COPY PLANDATA.
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  COMMPF.
       COPY COMMDATA.
       FD  COMMSCH.
       COPY CSCHDATA.
       FD  REFQPF.
       COPY REFQDATA.
       FD  CURRTAB.
       COPY CURRDATA.
       FD  CLIMST.
       COPY CLIMDATA.
       FD  RATETAB.
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
       FD  PAYCTL.
       COPY PCTLDATA.

       WORKING-STORAGE SECTION.
      * THE APPLICANT IS PRICED IN A WORKING-STORAGE POLICY IMAGE -
      * THERE IS NO POLMST FILE IN THIS PROGRAM
       COPY POLDATA.
       COPY RATEWRK.
       COPY DATEWRK.
       COPY CURRWRK.
       COPY SANWRK.
       COPY COMMWRK.
       COPY QUOTWRK.
       77  WS-PLANTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDIT-ACTION-TYPE      PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-PREMIUM      PIC 9(13)V99 VALUE 0.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQ-SOURCE            PIC X(02) VALUE SPACES.
       77  WS-BENEPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLIMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AGENTPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-PAYCTL-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CLIENT-INFORCE-SA      PIC 9(14)V99 VALUE 0.
       77  WS-AGGREGATE-SA           PIC 9(14)V99 VALUE 0.
       77  WS-BENEF-IDX              PIC 9(02) VALUE 0.
       77  WS-BENEF-COUNT            PIC 9(02) VALUE 0.
       77  WS-BENEF-PERCENT-TOTAL    PIC 9(05)V99 VALUE 0.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-RIDER-IDX              PIC 9(02) VALUE 0.
       77  WS-MODAL-DIVISOR          PIC 9(02) VALUE 1.
       77  WS-PERIOD-DAYS            PIC 9(03) VALUE 0.
       77  WS-MODAL-FACTOR           PIC 9(01)V9999 VALUE 1.0000.
       77  WS-REINSURANCE-REFERRAL   PIC X VALUE 'N'.
           88  WS-REFERRED           VALUE 'Y'.
       77  WS-UW-REFERRAL            PIC X VALUE 'N'.
           88  WS-MANUAL-UW          VALUE 'Y'.
       77  WS-RESULT-CODE            PIC 9(02) VALUE 0.
       77  WS-RESULT-MESSAGE         PIC X(100) VALUE SPACES.
       77  WS-CALLER-PROGRAM-ID      PIC X(10) VALUE 'NBQUOTE'.
      * QT-01: A QUOTE IS OPEN FOR THIS MANY DAYS FROM THE QUOTE DATE
       77  WS-QUOTE-VALID-DAYS       PIC 9(03) VALUE 30.
       77  WS-MODE-IDX               PIC 9(02) VALUE 0.
       77  WS-SAVE-BILLING-MODE      PIC X(01) VALUE SPACES.
       77  WS-QUOTE-WRITTEN-FLAG     PIC X VALUE 'N'.
           88  WS-QUOTE-WRITTEN      VALUE 'Y'.

      * THE FOUR PM-BILLING-MODE VALUES, IN QUOTE TABLE ORDER
       01  WS-MODE-LIST              PIC X(04) VALUE 'ASQM'.
       01  WS-MODE-TABLE REDEFINES WS-MODE-LIST.
           05  WS-MODE-CODE          PIC X(01) OCCURS 4 TIMES.

       01  WS-NEW-QUOTE-ID.
           05  FILLER                PIC X(02) VALUE 'QT'.
           05  WS-NQ-NUMBER          PIC 9(10).

       LINKAGE SECTION.
      * THE APPLICANT AS KEYED - THE SAME FIELDS AN INTAKE RECORD
      * CARRIES FOR PRICING (INTKDATA); BILLING MODE IS NOT NEEDED,
      * EVERY MODE IS QUOTED
       01  LK-QUOTE-REQUEST.
           05  LK-QQ-PLAN-CODE          PIC X(05).
           05  LK-QQ-ISSUE-CHANNEL      PIC X(02).
           05  LK-QQ-AGENT-CODE         PIC X(08).
           05  LK-QQ-CURRENCY-CODE      PIC X(03).
           05  LK-QQ-INSURED-NAME       PIC X(40).
           05  LK-QQ-DATE-OF-BIRTH      PIC 9(08).
           05  LK-QQ-ISSUE-AGE          PIC 9(03).
           05  LK-QQ-GENDER             PIC X(01).
           05  LK-QQ-SMOKER-STATUS      PIC X(01).
           05  LK-QQ-OCCUPATION-CLASS   PIC 9(01).
           05  LK-QQ-HIGH-RISK-AVOCATION PIC X(01).
           05  LK-QQ-FLAT-EXTRA-RATE    PIC 9(02)V9999.
           05  LK-QQ-SUM-ASSURED        PIC 9(13)V99.
           05  LK-QQ-RIDER-TABLE OCCURS 10 TIMES.
               10  LK-QQ-RIDER-CODE     PIC X(05).
               10  LK-QQ-RIDER-SUM-ASSURED PIC 9(13)V99.
       01  LK-ACTION-USER            PIC X(10).
       01  LK-QUOTE-RESULT.
           05  LK-QR-QUOTE-ID           PIC X(12).
           05  LK-QR-EXPIRY-DATE        PIC 9(08).
           05  LK-QR-UW-CLASS           PIC X(02).
           05  LK-QR-TOTAL-ANNUAL       PIC 9(13)V99.
           05  LK-QR-ANNUAL-PREMIUM     PIC 9(13)V99.
           05  LK-QR-SEMI-ANNUAL-PREMIUM PIC 9(13)V99.
           05  LK-QR-QUARTERLY-PREMIUM  PIC 9(13)V99.
           05  LK-QR-MONTHLY-PREMIUM    PIC 9(13)V99.
           05  LK-QR-REINS-REFERRAL     PIC X(01).
           05  LK-QR-UW-REFERRAL        PIC X(01).
       01  LK-RETURN-CODE            PIC 9(02).
       01  LK-RETURN-MESSAGE         PIC X(100).

       PROCEDURE DIVISION USING LK-QUOTE-REQUEST LK-ACTION-USER
           LK-QUOTE-RESULT LK-RETURN-CODE LK-RETURN-MESSAGE.

       MAIN-PROCESS.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           INITIALIZE LK-QUOTE-RESULT
           MOVE 0 TO LK-RETURN-CODE
           MOVE SPACES TO LK-RETURN-MESSAGE
           OPEN INPUT PLANTAB
           OPEN INPUT CLIMST
           OPEN INPUT RATETAB
           OPEN INPUT AGENTPF
           OPEN I-O QUOTEPF
           OPEN I-O PAYCTL
           MOVE WS-CURR-DATE TO WS-RATE-AS-OF-DATE
           PERFORM 1150-LOAD-RATE-TABLE
           OPEN INPUT CURRTAB
           MOVE WS-CURR-DATE TO WS-CURR-AS-OF-DATE
           PERFORM 1180-LOAD-CURRENCY-TABLE
           PERFORM 0100-LOAD-FROM-REQUEST
           PERFORM 0200-PRICE-APPLICATION
           IF WS-RESULT-CODE = 0
               PERFORM 0300-QUOTE-EVERY-MODE
               PERFORM 0400-SAVE-QUOTE
               PERFORM 0500-RETURN-QUOTE
           ELSE
               MOVE WS-RESULT-CODE TO LK-RETURN-CODE
               MOVE WS-RESULT-MESSAGE TO LK-RETURN-MESSAGE
           END-IF
           CLOSE PLANTAB CLIMST RATETAB CURRTAB AGENTPF QUOTEPF
               PAYCTL
           GOBACK.

      *---------------------------------------------------------------*
      * 0100 - LOAD THE POLICY IMAGE FROM THE KEYED REQUEST           *
      *---------------------------------------------------------------*
       0100-LOAD-FROM-REQUEST.
           INITIALIZE WS-POLICY-MASTER-REC
      * QT-02: NB-201 WANTS A POLICY ID - A QUOTE HAS NONE, AND ITS
      *        OWN ID IS ONLY TAKEN ONCE THE APPLICANT PRICES
           MOVE 'QUOTATION' TO PM-POLICY-ID
           MOVE 0 TO PM-PROCESS-DATE
           MOVE LK-QQ-PLAN-CODE TO PM-PLAN-CODE
           MOVE LK-QQ-ISSUE-CHANNEL TO PM-ISSUE-CHANNEL
           MOVE LK-QQ-AGENT-CODE TO PM-AGENT-CODE
           MOVE LK-QQ-CURRENCY-CODE TO PM-CURRENCY-CODE
           MOVE LK-QQ-INSURED-NAME TO PM-INSURED-NAME
           MOVE LK-QQ-DATE-OF-BIRTH TO PM-DATE-OF-BIRTH
           MOVE LK-QQ-ISSUE-AGE TO PM-ISSUE-AGE
           MOVE LK-QQ-GENDER TO PM-GENDER
           MOVE LK-QQ-SMOKER-STATUS TO PM-SMOKER-STATUS
           MOVE LK-QQ-OCCUPATION-CLASS TO PM-OCCUPATION-CLASS
           MOVE LK-QQ-HIGH-RISK-AVOCATION TO PM-HIGH-RISK-AVOCATION
           MOVE LK-QQ-FLAT-EXTRA-RATE TO PM-FLAT-EXTRA-RATE
           MOVE LK-QQ-SUM-ASSURED TO PM-SUM-ASSURED
      * QT-03: PRICED ANNUAL FIRST - 0300 THEN QUOTES EVERY MODE
           MOVE 'A' TO PM-BILLING-MODE
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
               UNTIL WS-RIDER-IDX > 10
               MOVE LK-QQ-RIDER-CODE(WS-RIDER-IDX)
                   TO PM-RIDER-CODE(WS-RIDER-IDX)
               MOVE LK-QQ-RIDER-SUM-ASSURED(WS-RIDER-IDX)
                   TO PM-RIDER-SUM-ASSURED(WS-RIDER-IDX)
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0200 - RUN THE UNDERWRITING ENGINE UP TO, BUT NOT INCLUDING,  *
      *        THE ISSUE - THE SAME SEQUENCE AS NBUWB/NBINTKB         *
      *---------------------------------------------------------------*
       0200-PRICE-APPLICATION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PLAN-PARAMETERS
           PERFORM 1200-VALIDATE-APPLICATION
           IF WS-RESULT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-DETERMINE-UW-CLASS
           PERFORM 1400-LOAD-RATE-FACTORS
           PERFORM 1500-VALIDATE-RIDERS
           IF WS-RESULT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-CALCULATE-BASE-PREMIUM
           PERFORM 1700-CALCULATE-RIDER-PREMIUM
           IF WS-RESULT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 1800-CALCULATE-TOTAL-PREMIUM
           PERFORM 1900-EVALUATE-REFERRALS.

      *---------------------------------------------------------------*
      * 0300 - MODAL PREMIUM AT EVERY BILLING MODE  (QT-03)           *
      *        THE NB-802 ARITHMETIC WITH THE SHARED LOADINGS (8650)  *
      *---------------------------------------------------------------*
       0300-QUOTE-EVERY-MODE.
           INITIALIZE QUOTE-RECORD
           MOVE PM-BILLING-MODE TO WS-SAVE-BILLING-MODE
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
               UNTIL WS-MODE-IDX > 4
               MOVE WS-MODE-CODE(WS-MODE-IDX) TO PM-BILLING-MODE
               PERFORM 8650-SET-MODAL-FACTORS
               MOVE WS-MODE-CODE(WS-MODE-IDX) TO QT-MODE(WS-MODE-IDX)
               COMPUTE QT-MODAL-PREMIUM(WS-MODE-IDX) =
                   (PM-TOTAL-ANNUAL-PREMIUM / WS-MODAL-DIVISOR)
                   * WS-MODAL-FACTOR
           END-PERFORM
           MOVE WS-SAVE-BILLING-MODE TO PM-BILLING-MODE.

      *---------------------------------------------------------------*
      * 0400 - SAVE THE QUOTE UNDER THE NEXT QUOTE ID  (QT-01)        *
      *        NUMBERED FROM THE PAYCTL 'QUOTENUM' ROW THE SAME WAY   *
      *        PREGLOG NUMBERS PAYMENTS - AN ID ALREADY ON QUOTEPF    *
      *        IS STEPPED OVER, NEVER REUSED                          *
      *---------------------------------------------------------------*
       0400-SAVE-QUOTE.
           MOVE 'O' TO QT-QUOTE-STATUS
           MOVE WS-CURR-DATE TO QT-QUOTE-DATE
           MOVE WS-CURR-DATE TO WS-DC-DATE-1-N
           MOVE WS-QUOTE-VALID-DAYS TO WS-DC-DAYS-TO-ADD
           PERFORM 8730-ADD-DAYS-TO-DATE
           MOVE WS-DC-RESULT-N TO QT-EXPIRY-DATE
           MOVE WS-RATE-AS-OF-DATE TO QT-RATE-AS-OF-DATE
           MOVE LK-ACTION-USER TO QT-QUOTED-BY
           MOVE PM-PLAN-CODE TO QT-PLAN-CODE
           MOVE PM-ISSUE-CHANNEL TO QT-ISSUE-CHANNEL
           MOVE PM-AGENT-CODE TO QT-AGENT-CODE
           MOVE PM-CURRENCY-CODE TO QT-CURRENCY-CODE
           MOVE PM-INSURED-NAME TO QT-INSURED-NAME
           MOVE PM-DATE-OF-BIRTH TO QT-DATE-OF-BIRTH
           MOVE PM-ISSUE-AGE TO QT-ISSUE-AGE
           MOVE PM-GENDER TO QT-GENDER
           MOVE PM-SMOKER-STATUS TO QT-SMOKER-STATUS
           MOVE PM-OCCUPATION-CLASS TO QT-OCCUPATION-CLASS
           MOVE PM-HIGH-RISK-AVOCATION TO QT-HIGH-RISK-AVOCATION
           MOVE PM-FLAT-EXTRA-RATE TO QT-FLAT-EXTRA-RATE
           MOVE PM-SUM-ASSURED TO QT-SUM-ASSURED
           PERFORM VARYING WS-RIDER-IDX FROM 1 BY 1
               UNTIL WS-RIDER-IDX > 10
               MOVE PM-RIDER-CODE(WS-RIDER-IDX)
                   TO QT-RIDER-CODE(WS-RIDER-IDX)
               MOVE PM-RIDER-SUM-ASSURED(WS-RIDER-IDX)
                   TO QT-RIDER-SUM-ASSURED(WS-RIDER-IDX)
               MOVE PM-RIDER-RATE(WS-RIDER-IDX)
                   TO QT-RIDER-RATE(WS-RIDER-IDX)
               MOVE PM-RIDER-ANNUAL-PREM(WS-RIDER-IDX)
                   TO QT-RIDER-ANNUAL-PREM(WS-RIDER-IDX)
           END-PERFORM
           MOVE PM-UW-CLASS TO QT-UW-CLASS
           MOVE PM-BASE-ANNUAL-PREMIUM TO QT-BASE-ANNUAL-PREMIUM
           MOVE PM-RIDER-ANNUAL-TOTAL TO QT-RIDER-ANNUAL-TOTAL
           MOVE PM-GROSS-ANNUAL-PREMIUM TO QT-GROSS-ANNUAL-PREMIUM
           MOVE PM-TAX-AMOUNT TO QT-TAX-AMOUNT
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO QT-TOTAL-ANNUAL-PREMIUM
           MOVE WS-REINSURANCE-REFERRAL TO QT-REINS-REFERRAL-IND
           MOVE WS-UW-REFERRAL TO QT-UW-REFERRAL-IND
           MOVE 'QUOTENUM' TO PN-CONTROL-ID
           READ PAYCTL
               INVALID KEY
                   INITIALIZE PAYCTL-RECORD
                   MOVE 'QUOTENUM' TO PN-CONTROL-ID
                   MOVE 0 TO PN-LAST-NUMBER
                   MOVE WS-CURR-DATE TO PN-LAST-UPDATE-DATE
                   MOVE WS-CALLER-PROGRAM-ID TO PN-LAST-UPDATE-PGM
                   WRITE PAYCTL-RECORD
           END-READ
           MOVE 'N' TO WS-QUOTE-WRITTEN-FLAG
           PERFORM UNTIL WS-QUOTE-WRITTEN
               ADD 1 TO PN-LAST-NUMBER
               MOVE PN-LAST-NUMBER TO WS-NQ-NUMBER
               MOVE WS-NEW-QUOTE-ID TO QT-QUOTE-ID
               WRITE QUOTE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-QUOTE-WRITTEN-FLAG
               END-WRITE
           END-PERFORM
           MOVE WS-CURR-DATE TO PN-LAST-UPDATE-DATE
           MOVE WS-CALLER-PROGRAM-ID TO PN-LAST-UPDATE-PGM
           REWRITE PAYCTL-RECORD.

      *---------------------------------------------------------------*
      * 0500 - HAND THE QUOTE BACK TO THE CALLER  (QT-04)             *
      *---------------------------------------------------------------*
       0500-RETURN-QUOTE.
           MOVE QT-QUOTE-ID TO LK-QR-QUOTE-ID
           MOVE QT-EXPIRY-DATE TO LK-QR-EXPIRY-DATE
           MOVE QT-UW-CLASS TO LK-QR-UW-CLASS
           MOVE QT-TOTAL-ANNUAL-PREMIUM TO LK-QR-TOTAL-ANNUAL
           MOVE QT-MODAL-PREMIUM(1) TO LK-QR-ANNUAL-PREMIUM
           MOVE QT-MODAL-PREMIUM(2) TO LK-QR-SEMI-ANNUAL-PREMIUM
           MOVE QT-MODAL-PREMIUM(3) TO LK-QR-QUARTERLY-PREMIUM
           MOVE QT-MODAL-PREMIUM(4) TO LK-QR-MONTHLY-PREMIUM
           MOVE QT-REINS-REFERRAL-IND TO LK-QR-REINS-REFERRAL
           MOVE QT-UW-REFERRAL-IND TO LK-QR-UW-REFERRAL
      * QT-04: A REFERRAL DOES NOT STOP THE QUOTE - THE PRICE STANDS,
      *        BUT THE CALLER IS TOLD THE APPLICATION WILL BE REVIEWED
           IF WS-REFERRED OR WS-MANUAL-UW
               MOVE 02 TO LK-RETURN-CODE
               MOVE 'QUOTED - APPLICATION WOULD BE REFERRED FOR REVIEW'
                   TO LK-RETURN-MESSAGE
           ELSE
               MOVE 00 TO LK-RETURN-CODE
               MOVE 'QUOTED' TO LK-RETURN-MESSAGE
           END-IF.

      *---------------------------------------------------------------*
      * 1000 THRU 1900 - UNDERWRITING ENGINE (2000/9000 NEVER RUN)    *
      * SHARED WITH NBUWB/NBINTKB VIA COPYBOOK NBUWENG                *
      *---------------------------------------------------------------*
       COPY NBUWENG.
      *---------------------------------------------------------------*
      * 8700 THRU 8770 - CALENDAR DATE ARITHMETIC                      *
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.
