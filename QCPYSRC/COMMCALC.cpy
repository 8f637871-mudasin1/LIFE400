      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-04-19                                        *
      * MODIFIED:  2000-06-12 - AMENDMENT REVERSAL ROWS (RV)         *
      *            2000-04-24 - RATE BY PLAN/CHANNEL/POLICY YEAR     *
      *            FROM COMMSCH (CM-102); RENEWAL ROWS; FIRST-YEAR   *
      *            CHARGEBACK ON EARLY TERMINATION (CM-104)          *
      *---------------------------------------------------------------*
      * CALCULATE AND WRITE ONE COMMISSION RECORD TO COMMPF - SHARED *
      * PROCEDURE LOGIC                                               *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, REFQMNT,     *
      *          PAYPOSTB, DDEXTRB, DDRETNB, SVCSWPB (VIA SVCSTAT),  *
      *          LOANANVB                                            *
      * PURPOSE: REPLACES THE HAND-RECONCILED SPREADSHEET AGENTS ARE *
      *          PAID FROM TODAY. RATES COME FROM THE COMMISSION     *
      *          SCHEDULE (COMMSCH) BY PLAN, ISSUE CHANNEL AND       *
      *          POLICY YEAR (CM-102) AND ARE APPLIED TO THE PREMIUM *
      *          AMOUNT THE CALLER SUPPLIES - THE FULL FIRST YEAR    *
      *          PREMIUM AT ISSUE, PM-PREMIUM-DELTA AT A PREMIUM-    *
      *          CHANGING AMENDMENT, ONE MODAL PREMIUM AS A RENEWAL  *
      *          PREMIUM IS POSTED, OR THE SAME PREMIUM NEGATED WHEN *
      *          A COLLECTION DISHONOURS (A NEGATIVE BASIS PRODUCES  *
      *          A NEGATIVE COMMISSION, I.E. A CHARGEBACK). 8150     *
      *          CHARGES BACK THE UNEARNED PART OF THE FIRST-YEAR    *
      *          COMMISSION WHEN A POLICY ENDS INSIDE ITS FIRST      *
      *          POLICY YEAR (CM-104).                                *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT/FD COMMPF WITH COPY COMMDATA, OPEN       *
      *              EXTEND THE FILE BEFORE PERFORMING THIS          *
      *              PARAGRAPH; SELECT/FD COMMSCH WITH COPY CSCHDATA *
      *              (ORGANIZATION INDEXED, RECORD KEY               *
      *              CS-SCHEDULE-KEY, ACCESS RANDOM) OPENED INPUT;   *
      *              COPY COMMWRK IN WORKING-STORAGE AND DATEWRK/    *
      *              DATECALC FOR THE POLICY-YEAR ARITHMETIC - SET   *
      *              WS-COMM-ACTION-TYPE AND WS-COMM-BASIS (AND      *
      *              OPTIONALLY WS-COMM-YEAR-DATE) BEFORE EACH       *
      *              PERFORM.                                         *
      *---------------------------------------------------------------*
      * ACTION TYPES: NB ISSUE, PL/SA/BM/AR/RR AMENDMENT DELTA,      *
      *               RN RENEWAL PREMIUM, RD RENEWAL DISHONOURED,    *
      *               CB FIRST-YEAR CHARGEBACK, RV AMENDMENT         *
      *               REVERSED (THE ORIGINAL DELTA NEGATED)          *
      *===============================================================*
      *---------------------------------------------------------------*
      * 8100 - CALCULATE COMMISSION      (CM-101 THRU CM-103)        *
      *---------------------------------------------------------------*
       8100-CALCULATE-COMMISSION.
      * CM-102: COMMISSION RATE BY PLAN, CHANNEL AND POLICY YEAR
           PERFORM 8110-FIND-COMMISSION-RATE
           INITIALIZE COMM-RECORD
           MOVE PM-POLICY-ID             TO CM-POLICY-ID
           MOVE PM-ISSUE-CHANNEL         TO CM-ISSUE-CHANNEL
      * CM-103: RENEWAL COMMISSION (AND ITS DISHONOUR REVERSAL) IS
      *         EARNED BY WHOEVER SERVICES THE POLICY - AN ORPHANED
      *         POLICY'S RENEWALS FOLLOW IT TO THE SUCCESSOR AGENT.
      *         ISSUE, AMENDMENT AND CHARGEBACK ROWS STAY WITH THE
      *         WRITING AGENT WHO WAS PAID THE FIRST-YEAR COMMISSION.
           IF (WS-COMM-ACTION-TYPE = 'RN' OR
               WS-COMM-ACTION-TYPE = 'RD') AND
              PM-SERVICING-AGENT-CODE NOT = SPACES
               MOVE PM-SERVICING-AGENT-CODE TO CM-AGENT-CODE
           ELSE
               MOVE PM-AGENT-CODE        TO CM-AGENT-CODE
           END-IF
           MOVE PM-CURRENCY-CODE         TO CM-CURRENCY-CODE
           MOVE WS-COMM-ACTION-TYPE      TO CM-ACTION-TYPE
           MOVE WS-COMM-BASIS            TO CM-COMMISSION-BASIS
               WS-COMM-BASIS * WS-COMM-RATE
           MOVE PM-LAST-ACTION-USER      TO CM-ACTION-USER
           MOVE PM-LAST-ACTION-DATE      TO CM-ACTION-DATE
           WRITE COMM-RECORD
           MOVE 0 TO WS-COMM-YEAR-DATE.

      *---------------------------------------------------------------*
      * 8110 - FIND THE SCHEDULED RATE FOR THE POLICY YEAR (CM-102)  *
      *        THE PLAN'S OWN ROW FIRST, THEN THE CHANNEL'S ALL-PLANS *
      *        ROW ('*****'). NO ROW AT ALL PAYS NO COMMISSION, THE  *
      *        SAME AS AN UNKNOWN CHANNEL ALWAYS DID (CM-101).       *
      *---------------------------------------------------------------*
       8110-FIND-COMMISSION-RATE.
           PERFORM 8120-SET-COMM-POLICY-YEAR
           IF WS-COMM-POLICY-YEAR > 10
               MOVE 10 TO WS-COMM-YEAR-IDX
           ELSE
               MOVE WS-COMM-POLICY-YEAR TO WS-COMM-YEAR-IDX
           END-IF
           MOVE 'N' TO WS-COMM-SCHED-FLAG
           MOVE PM-PLAN-CODE TO CS-PLAN-CODE
           MOVE PM-ISSUE-CHANNEL TO CS-ISSUE-CHANNEL
           READ COMMSCH
               INVALID KEY
                   MOVE '*****' TO CS-PLAN-CODE
                   MOVE PM-ISSUE-CHANNEL TO CS-ISSUE-CHANNEL
                   READ COMMSCH
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-COMM-SCHED-FLAG
                   END-READ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COMM-SCHED-FLAG
           END-READ
      * CM-101: NO SCHEDULE ROW FOR THE CHANNEL - NO COMMISSION
           IF WS-COMM-SCHED-FOUND
               MOVE CS-YEAR-RATE (WS-COMM-YEAR-IDX) TO WS-COMM-RATE
           ELSE
               MOVE 0 TO WS-COMM-RATE
           END-IF.

      *---------------------------------------------------------------*
      * 8120 - POLICY YEAR OF WS-COMM-YEAR-DATE (OR PM-PROCESS-DATE) *
      *        COUNTED FROM THE ISSUE DATE - YEAR 1 RUNS UP TO THE   *
      *        DAY BEFORE THE FIRST ANNIVERSARY                       *
      *---------------------------------------------------------------*
       8120-SET-COMM-POLICY-YEAR.
           IF WS-COMM-YEAR-DATE = 0
               MOVE PM-PROCESS-DATE TO WS-COMM-YEAR-DATE
           END-IF
           MOVE 1 TO WS-COMM-POLICY-YEAR
           IF PM-ISSUE-DATE = 0 OR
              WS-COMM-YEAR-DATE NOT > PM-ISSUE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ISSUE-DATE TO WS-DC-DATE-1-N
           MOVE WS-COMM-YEAR-DATE TO WS-DC-DATE-2-N
           PERFORM 8760-COMPUTE-YEARS-BETWEEN
           COMPUTE WS-COMM-POLICY-YEAR = WS-DC-YEARS-BETWEEN + 1.

      *---------------------------------------------------------------*
      * 8130 - RENEWAL COMMISSION ON ONE MODAL PREMIUM  (CM-103)     *
      *        THE CALLER SETS WS-COMM-ACTION-TYPE (RN POSTED, RD    *
      *        DISHONOURED), WS-COMM-BASIS (THE MODAL PREMIUM,        *
      *        NEGATED FOR RD) AND WS-COMM-YEAR-DATE (THE DUE DATE   *
      *        THE PREMIUM COVERS). A PREMIUM FALLING DUE IN THE     *
      *        FIRST POLICY YEAR EARNS NOTHING MORE - THE WHOLE      *
      *        FIRST-YEAR COMMISSION WAS PAID AT ISSUE - SO NOR DOES *
      *        ITS DISHONOUR TAKE ANYTHING BACK.                      *
      *---------------------------------------------------------------*
       8130-WRITE-RENEWAL-COMMISSION.
           PERFORM 8120-SET-COMM-POLICY-YEAR
           IF WS-COMM-POLICY-YEAR > 1
               PERFORM 8100-CALCULATE-COMMISSION
           ELSE
               MOVE 0 TO WS-COMM-YEAR-DATE
           END-IF.

      *---------------------------------------------------------------*
      * 8150 - FIRST-YEAR COMMISSION CHARGEBACK        (CM-104)      *
      *        A POLICY THAT LAPSES OR IS CANCELLED BEFORE ITS FIRST *
      *        ANNIVERSARY HAS HAD ITS WHOLE FIRST-YEAR COMMISSION   *
      *        PAID AT ISSUE. THE PART FOR THE DAYS OF THE FIRST     *
      *        YEAR THE PREMIUM NEVER COVERED IS CHARGED BACK TO THE *
      *        WRITING AGENT AT THE YEAR-1 RATE. PERFORMED WITH THE  *
      *        TERMINATION ALREADY SET ON THE POLICY; THE CALLER     *
      *        REWRITES THE POLICY, WHICH CARRIES THE CHARGEBACK     *
      *        DATE SO A LATER LAPSE AFTER A REINSTATEMENT CANNOT    *
      *        CHARGE THE SAME COMMISSION BACK TWICE.                 *
      *---------------------------------------------------------------*
       8150-CHARGEBACK-FIRST-YEAR.
           IF PM-ISSUE-DATE = 0 OR PM-COMM-CHARGEBACK-DATE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ISSUE-DATE TO WS-DC-DATE-1-N
           MOVE 1 TO WS-DC-YEARS-TO-ADD
           PERFORM 8750-ADD-YEARS-TO-DATE
           MOVE WS-DC-RESULT-N TO WS-COMM-ANNIV-DATE
           IF PM-PROCESS-DATE NOT < WS-COMM-ANNIV-DATE
               EXIT PARAGRAPH
           END-IF
      * THE COMMISSION WAS EARNED UP TO THE PAID-TO DATE, OR UP TO
      * THE TERMINATION DATE WHERE A CANCELLATION REFUNDS THE
      * PREMIUM PAID BEYOND IT
           IF PM-PAID-TO-DATE < PM-PROCESS-DATE
               MOVE PM-PAID-TO-DATE TO WS-COMM-EARNED-TO-DATE
           ELSE
               MOVE PM-PROCESS-DATE TO WS-COMM-EARNED-TO-DATE
           END-IF
           MOVE PM-ISSUE-DATE TO WS-DC-DATE-1-N
           MOVE WS-COMM-ANNIV-DATE TO WS-DC-DATE-2-N
           PERFORM 8720-COMPUTE-DAYS-BETWEEN
           MOVE WS-DC-DAYS-BETWEEN TO WS-COMM-YEAR-DAYS
           MOVE PM-ISSUE-DATE TO WS-DC-DATE-1-N
           MOVE WS-COMM-EARNED-TO-DATE TO WS-DC-DATE-2-N
           PERFORM 8720-COMPUTE-DAYS-BETWEEN
           MOVE WS-DC-DAYS-BETWEEN TO WS-COMM-EARNED-DAYS
           IF WS-COMM-EARNED-DAYS < 0
               MOVE 0 TO WS-COMM-EARNED-DAYS
           END-IF
           IF WS-COMM-EARNED-DAYS NOT < WS-COMM-YEAR-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COMM-BASIS ROUNDED =
               0 - PM-TOTAL-ANNUAL-PREMIUM
               * (WS-COMM-YEAR-DAYS - WS-COMM-EARNED-DAYS)
               / WS-COMM-YEAR-DAYS
      * PRICED AT THE YEAR-1 RATE THE COMMISSION WAS PAID AT
           MOVE PM-ISSUE-DATE TO WS-COMM-YEAR-DATE
           MOVE 'CB' TO WS-COMM-ACTION-TYPE
           PERFORM 8100-CALCULATE-COMMISSION
           MOVE PM-PROCESS-DATE TO PM-COMM-CHARGEBACK-DATE.
