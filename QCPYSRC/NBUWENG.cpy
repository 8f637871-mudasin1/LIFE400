      *---------------------------------------------------------------*
      * NEW BUSINESS UNDERWRITING ENGINE - SHARED PROCEDURE LOGIC    *
      * USED BY: NBUWB (ONE POLICY PER CALL), NBINTKB (BATCH INTAKE) *
      *          NBQUOTE (PRICING ONLY - 1000 THRU 1900)             *
      * PURPOSE: VALIDATE ELIGIBILITY, LOAD PLAN PARAMETERS,         *
      *          DETERMINE UW CLASS, CALCULATE PREMIUM, VALIDATE     *
      *          RIDERS, AND DECIDE WHETHER TO ISSUE, REFER OR       *
      *              ERROR AND 2000-ISSUE-POLICY BOTH WRITE AN       *
      *              AUDIT RECORD VIA COPYBOOK AUDITLOG. SELECT/FD   *
      *              COMMPF WITH COPY COMMDATA MUST ALSO BE DECLARED *
      *              AND OPENED EXTEND, SELECT/FD COMMSCH WITH COPY  *
      *              CSCHDATA (INDEXED, RANDOM, KEY CS-SCHEDULE-KEY) *
      *              OPENED INPUT, AND COPY COMMWRK IN WORKING-      *
      *              STORAGE, SINCE A SUCCESSFUL 2000-ISSUE-POLICY   *
      *              WRITES A COMMISSION RECORD VIA COPYBOOK         *
      *              COMMCALC.                                        *
      *              SELECT/FD REFQPF WITH COPY REFQDATA MUST ALSO   *
      *              BE DECLARED, ORGANIZATION INDEXED, RECORD KEY   *
      *              RQ-POLICY-ID, OPENED I-O, AND WS-REFQ-SOURCE    *
      *              PM-LAST-ACTION-USER SO AUDIT/COMMISSION RECORDS  *
      *              ATTRIBUTE CORRECTLY TO WHICHEVER PROGRAM IS      *
      *              ACTUALLY RUNNING THIS COPYBOOK.                  *
      *              SELECT/FD WATCHLST, SANHOLD AND SANLOGPF AND    *
      *              COPY SANWRK MUST ALSO BE DECLARED AND OPENED AS *
      *              COPYBOOK SANSCRN DESCRIBES, SINCE 2000-ISSUE-   *
      *              POLICY SCREENS THE INSURED AND BENEFICIARIES    *
      *              AGAINST THE SANCTIONS WATCH LIST BEFORE ISSUE.  *
      *              SELECT/FD AGENTPF WITH COPY AGTDATA MUST ALSO   *
      *              BE DECLARED, ORGANIZATION INDEXED, ACCESS MODE  *
      *              RANDOM, RECORD KEY AG-AGENT-CODE, OPENED INPUT, *
      *              SINCE 1200-VALIDATE-APPLICATION CHECKS THE      *
      *              WRITING AGENT AGAINST THE AGENT MASTER.          *
      *              SELECT/FD QUOTEPF WITH COPY QUOTDATA MUST ALSO  *
      *              BE DECLARED, ORGANIZATION INDEXED, ACCESS MODE  *
      *              RANDOM, RECORD KEY QT-QUOTE-ID, OPENED I-O, AND *
      *              COPY QUOTWRK PLACED IN WORKING-STORAGE, SINCE   *
      *              1850-HONOUR-QUOTE (PERFORMED BY THE CALLER      *
      *              AFTER 1800) READS AND MARKS THE QUOTE AN        *
      *              APPLICATION CARRIES. NBQUOTE, WHICH PRICES BUT  *
      *              NEVER ISSUES, DRIVES 1000 THRU 1900 ONLY.       *
      *===============================================================*
      *---------------------------------------------------------------*
      * 1000 - INITIALIZE                                             *
           MOVE SPACES TO WS-RESULT-MESSAGE
           MOVE 'N' TO WS-REINSURANCE-REFERRAL
           MOVE 'N' TO WS-UW-REFERRAL
           MOVE SPACES TO WS-QUOTE-OUTCOME
      * NEW BUSINESS HAS NO PRIOR STATUS/PREMIUM TO AUDIT AGAINST
           MOVE 'NB' TO WS-AUDIT-ACTION-TYPE
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
       COPY PLANLOAD.

      *---------------------------------------------------------------*
      * 1200 - VALIDATE APPLICATION   (NB-201 THRU NB-209)           *
      *---------------------------------------------------------------*
       1200-VALIDATE-APPLICATION.
      * NB-201: MANDATORY FIELDS
               MOVE 'CURRENCY CODE NOT ON CURRENCY TABLE'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * NB-209: THE WRITING AGENT MUST BE ON THE AGENT MASTER, STILL
      *         ACTIVE, AND CONTRACTED FOR THE CHANNEL THE APPLICATION
      *         CAME IN THROUGH - A BAD CODE IS CAUGHT HERE, NOT A
      *         MONTH LATER IN COMSTLB'S UNASSIGNED BUCKET. ONLY
      *         DIRECT ONLINE BUSINESS MAY ARRIVE WITHOUT AN AGENT.
           IF PM-AGENT-CODE = SPACES
               IF NOT PM-CHANNEL-ONLINE
                   MOVE 18 TO WS-RESULT-CODE
                   MOVE 'WRITING AGENT CODE IS REQUIRED FOR THIS CHANNE
      -                 'L' TO WS-RESULT-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE PM-AGENT-CODE TO AG-AGENT-CODE
           READ AGENTPF
               INVALID KEY
                   MOVE 18 TO WS-RESULT-CODE
                   MOVE 'WRITING AGENT NOT ON AGENT MASTER'
                       TO WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
           END-READ
           IF AG-AGENT-TERMINATED
               MOVE 19 TO WS-RESULT-CODE
               MOVE 'WRITING AGENT IS TERMINATED' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF AG-ISSUE-CHANNEL NOT = PM-ISSUE-CHANNEL
               MOVE 30 TO WS-RESULT-CODE
               MOVE 'WRITING AGENT NOT CONTRACTED FOR THIS ISSUE CHANNE
      -             'L' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *---------------------------------------------------------------*
               (PM-TOTAL-ANNUAL-PREMIUM / WS-MODAL-DIVISOR)
               * WS-MODAL-FACTOR.

      *---------------------------------------------------------------*
      * 1850 - HONOUR A QUOTED PREMIUM  (NB-851 THRU NB-854)          *
      *---------------------------------------------------------------*
       1850-HONOUR-QUOTE.
      * NB-851: ONLY AN APPLICATION THAT CARRIES A QUOTE ID AND PRICED
      *         CLEANLY AT TODAY'S RATES - A RATE ROW MISSING TODAY
      *         STILL ENDS THE APPLICATION IN 2000
           IF PM-QUOTE-ID = SPACES OR WS-RESULT-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO WS-QUOTE-RATED-PREMIUM
           MOVE 0 TO WS-QUOTE-DIFFERENCE
           MOVE PM-QUOTE-ID TO QT-QUOTE-ID
           READ QUOTEPF
               INVALID KEY
                   MOVE 'NF' TO WS-QUOTE-OUTCOME
                   PERFORM 1890-WRITE-QUOTE-AUDIT
                   EXIT PARAGRAPH
           END-READ
      * NB-852: THE QUOTE MUST STILL BE OPEN ON THE PROCESS DATE, AND
      *         NOT ALREADY TAKEN UP BY A DIFFERENT POLICY - A RE-RUN
      *         OF THE SAME POLICY (A CLEARED COMPLIANCE HOLD) MAY
      *         HONOUR IT AGAIN
           IF PM-PROCESS-DATE > QT-EXPIRY-DATE
               MOVE 'EX' TO WS-QUOTE-OUTCOME
               PERFORM 1890-WRITE-QUOTE-AUDIT
               EXIT PARAGRAPH
           END-IF
           IF QT-QUOTE-USED AND QT-POLICY-ID NOT = PM-POLICY-ID
               MOVE 'US' TO WS-QUOTE-OUTCOME
               PERFORM 1890-WRITE-QUOTE-AUDIT
               EXIT PARAGRAPH
           END-IF
      * NB-853: THE PRICE HOLDS ONLY FOR THE RISK THAT WAS QUOTED
           PERFORM 1860-MATCH-QUOTED-RISK
           IF NOT WS-QUOTE-MATCHES
               MOVE 'RK' TO WS-QUOTE-OUTCOME
               PERFORM 1890-WRITE-QUOTE-AUDIT
               EXIT PARAGRAPH
           END-IF
      * NB-854: A RATE CHANGE SINCE THE QUOTE IS ABSORBED - THE QUOTED
      *         PREMIUM REPLACES TODAY'S, AND THE DIFFERENCE IS KEPT
      *         ON THE QUOTE ROW AND THE AUDIT TRAIL
           COMPUTE WS-QUOTE-DIFFERENCE =
               QT-TOTAL-ANNUAL-PREMIUM - PM-TOTAL-ANNUAL-PREMIUM
           IF WS-QUOTE-DIFFERENCE = 0
               MOVE 'SP' TO WS-QUOTE-OUTCOME
           ELSE
               MOVE 'HN' TO WS-QUOTE-OUTCOME
               PERFORM 1870-APPLY-QUOTED-PREMIUM
           END-IF
           MOVE 'U' TO QT-QUOTE-STATUS
           MOVE PM-POLICY-ID TO QT-POLICY-ID
           MOVE PM-PROCESS-DATE TO QT-USED-DATE
           MOVE WS-QUOTE-RATED-PREMIUM TO QT-RATED-PREMIUM
           MOVE WS-QUOTE-DIFFERENCE TO QT-PREMIUM-DIFFERENCE
           REWRITE QUOTE-RECORD
           PERFORM 1890-WRITE-QUOTE-AUDIT.

      *---------------------------------------------------------------*
      * 1860 - COMPARE THE APPLICATION WITH THE RISK AS QUOTED        *
      *---------------------------------------------------------------*
       1860-MATCH-QUOTED-RISK.
           MOVE 'Y' TO WS-QUOTE-MATCH-FLAG
           IF QT-PLAN-CODE NOT = PM-PLAN-CODE OR
              QT-ISSUE-CHANNEL NOT = PM-ISSUE-CHANNEL OR
              QT-CURRENCY-CODE NOT = PM-CURRENCY-CODE OR
              QT-INSURED-NAME NOT = PM-INSURED-NAME OR
              QT-DATE-OF-BIRTH NOT = PM-DATE-OF-BIRTH OR
              QT-ISSUE-AGE NOT = PM-ISSUE-AGE OR
              QT-GENDER NOT = PM-GENDER OR
              QT-SMOKER-STATUS NOT = PM-SMOKER-STATUS OR
              QT-OCCUPATION-CLASS NOT = PM-OCCUPATION-CLASS OR
              QT-HIGH-RISK-AVOCATION NOT = PM-HIGH-RISK-AVOCATION OR
              QT-FLAT-EXTRA-RATE NOT = PM-FLAT-EXTRA-RATE OR
              QT-SUM-ASSURED NOT = PM-SUM-ASSURED OR
              QT-UW-CLASS NOT = PM-UW-CLASS
               MOVE 'N' TO WS-QUOTE-MATCH-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-QUOTE-IDX > 10
               IF QT-RIDER-CODE(WS-QUOTE-IDX) NOT =
                  PM-RIDER-CODE(WS-QUOTE-IDX) OR
                  QT-RIDER-SUM-ASSURED(WS-QUOTE-IDX) NOT =
                  PM-RIDER-SUM-ASSURED(WS-QUOTE-IDX)
                   MOVE 'N' TO WS-QUOTE-MATCH-FLAG
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 1870 - REPLACE TODAY'S PREMIUM WITH THE QUOTED PREMIUM        *
      *---------------------------------------------------------------*
       1870-APPLY-QUOTED-PREMIUM.
           MOVE QT-BASE-ANNUAL-PREMIUM TO PM-BASE-ANNUAL-PREMIUM
           PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-QUOTE-IDX > 10
               MOVE QT-RIDER-RATE(WS-QUOTE-IDX)
                   TO PM-RIDER-RATE(WS-QUOTE-IDX)
               MOVE QT-RIDER-ANNUAL-PREM(WS-QUOTE-IDX)
                   TO PM-RIDER-ANNUAL-PREM(WS-QUOTE-IDX)
           END-PERFORM
           MOVE QT-RIDER-ANNUAL-TOTAL TO PM-RIDER-ANNUAL-TOTAL
           MOVE QT-GROSS-ANNUAL-PREMIUM TO PM-GROSS-ANNUAL-PREMIUM
           MOVE QT-TAX-AMOUNT TO PM-TAX-AMOUNT
           MOVE QT-TOTAL-ANNUAL-PREMIUM TO PM-TOTAL-ANNUAL-PREMIUM
           PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-QUOTE-IDX > 4
               IF QT-MODE(WS-QUOTE-IDX) = PM-BILLING-MODE
                   MOVE QT-MODAL-PREMIUM(WS-QUOTE-IDX)
                       TO PM-MODAL-PREMIUM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 1890 - AUDIT THE QUOTE OUTCOME (ACTION QH) - OLD PREMIUM IS   *
      *        WHAT TODAY'S RATES GAVE, NEW PREMIUM IS WHAT APPLIES;  *
      *        "QUOTE-ID OUTCOME" IN AU-ACTION-DETAIL                 *
      *---------------------------------------------------------------*
       1890-WRITE-QUOTE-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE PM-POLICY-ID             TO AU-POLICY-ID
           MOVE 'QH'                     TO AU-ACTION-TYPE
           MOVE PM-LAST-ACTION-USER      TO AU-ACTION-USER
           MOVE PM-LAST-ACTION-DATE      TO AU-ACTION-DATE
           MOVE PM-CONTRACT-STATUS       TO AU-OLD-CONTRACT-STATUS
           MOVE PM-CONTRACT-STATUS       TO AU-NEW-CONTRACT-STATUS
           MOVE WS-QUOTE-RATED-PREMIUM   TO AU-OLD-TOTAL-PREMIUM
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-NEW-TOTAL-PREMIUM
           MOVE PM-QUOTE-ID              TO WS-QA-QUOTE-ID
           MOVE WS-QUOTE-OUTCOME         TO WS-QA-OUTCOME
           MOVE WS-QUOTE-AUDIT-DETAIL    TO AU-ACTION-DETAIL
           WRITE AUDIT-RECORD.

      *---------------------------------------------------------------*
      * 1900 - EVALUATE REFERRALS      (NB-901 THRU NB-902)          *
      *---------------------------------------------------------------*
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
      * NB-1003: NOTHING IS ISSUED OR REFERRED TO A POSSIBLE WATCH-LIST
      *          MATCH - THE APPLICATION WAITS AT 'PE' ON THE
      *          COMPLIANCE HOLD QUEUE UNTIL SANHMNT CLEARS IT (AND
      *          RE-RUNS IT HERE) OR CONFIRMS IT
           PERFORM 2050-SCREEN-APPLICATION
           IF WS-SCR-ITEM-HELD
               MOVE 'PE' TO PM-CONTRACT-STATUS
               MOVE  03  TO PM-RETURN-CODE
               MOVE 'HELD FOR COMPLIANCE REVIEW - POSSIBLE WATCH-LIST MA
      -             'TCH' TO PM-RETURN-MESSAGE
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-ITEM-BLOCKED
               MOVE 'RJ' TO PM-CONTRACT-STATUS
               MOVE  04  TO PM-RETURN-CODE
               MOVE 'APPLICATION DECLINED - CONFIRMED WATCH-LIST MATCH'
                   TO PM-RETURN-MESSAGE
               PERFORM 8000-WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-REFERRED OR WS-MANUAL-UW
               MOVE 'PE' TO PM-CONTRACT-STATUS
               MOVE  02  TO PM-RETURN-CODE
           END-IF
           PERFORM 8000-WRITE-AUDIT-RECORD.

      *---------------------------------------------------------------*
      * 2050 - SCREEN THE INSURED AND EVERY NAMED BENEFICIARY         *
      *        (NB-1003) - ONE HOLD ITEM PER APPLICATION              *
      *---------------------------------------------------------------*
       2050-SCREEN-APPLICATION.
           MOVE WS-CALLER-PROGRAM-ID TO WS-SCR-PROGRAM
           MOVE 'NB' TO WS-SCR-SOURCE
           MOVE PM-POLICY-ID TO WS-SCR-POLICY-ID
           MOVE PM-APPLICATION-ID TO WS-SCR-REF-ID
           MOVE PM-SUM-ASSURED TO WS-SCR-AMOUNT
           PERFORM 8250-START-SCREENING
           MOVE 'IN' TO WS-SCR-PARTY-ROLE
           MOVE 0 TO WS-SCR-PARTY-SEQ
           MOVE PM-INSURED-NAME TO WS-SCR-PARTY-NAME
           PERFORM 8260-SCREEN-PARTY
           MOVE 'BN' TO WS-SCR-PARTY-ROLE
           PERFORM VARYING WS-BENEF-IDX FROM 1 BY 1
               UNTIL WS-BENEF-IDX > 4
               MOVE WS-BENEF-IDX TO WS-SCR-PARTY-SEQ
               MOVE PM-BENEF-NAME(WS-BENEF-IDX) TO WS-SCR-PARTY-NAME
               PERFORM 8260-SCREEN-PARTY
           END-PERFORM
           PERFORM 8270-END-SCREENING.

      *---------------------------------------------------------------*
      * 9000 - RETURN ERROR                                           *
      *---------------------------------------------------------------*
       COPY AUDITLOG.

      *---------------------------------------------------------------*
      * 8100 THRU 8150 - COMMISSION CALCULATION AND CHARGEBACK        *
      * SHARED WITH SVCBILB VIA COPYBOOK COMMCALC                     *
      *---------------------------------------------------------------*
       COPY COMMCALC.
      * BILLMODE                                                      *
      *---------------------------------------------------------------*
       COPY BILLMODE.

      *---------------------------------------------------------------*
      * 8250/8260/8270 - SANCTIONS WATCH-LIST SCREENING                *
      * SHARED WITH SVCBILB AND THE DISBURSEMENT EXTRACTS VIA         *
      * COPYBOOK SANSCRN                                              *
      *---------------------------------------------------------------*
       COPY SANSCRN.
