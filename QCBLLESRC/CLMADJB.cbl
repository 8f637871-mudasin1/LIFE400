      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-02-08                                        *
      * VERSION:   1.6                                               *
      * MODIFIED:  2000-06-26 - NO PREMIUM WAIVER FOR A DISABLEMENT  *
      *            AT OR PAST THE WOP01 EXPIRY AGE                   *
      *            2000-03-20 - STATUTORY INTEREST ON A DEATH CLAIM  *
      *            SETTLED PAST THE ISSUE STATE'S ALLOWED DAYS       *
      *            2000-03-13 - CONTESTABILITY HONOURS THE            *
      *            INVESTIGATION OUTCOME RECORDED THROUGH CLMMNT     *
      *            2000-03-06 - CRITICAL ILLNESS (CI001) AND         *
      *            DISABILITY WAIVER OF PREMIUM (WOP01) RIDER CLAIMS *
      *            1999-11-15 - CLIENT EXPOSURE RELEASED WHEN THE   *
      *            DECISION MOVES THE CONTRACT TO CLAIMED            *
      *            1999-09-27 - TRUE CALENDAR DATE ARITHMETIC       *
      *            1999-09-06 - AUDIT ROW WRITTEN WHEN THE CLAIM    *
      *            OFFSETS DEDUCTED FROM THE APPROVED CLAIM PAYMENT  *
      *---------------------------------------------------------------*
      * BATCH CLAIMS ADJUDICATION                                     *
      * DOMAIN:  TERM LIFE - DEATH AND RIDER CLAIMS                  *
      * PURPOSE: VALIDATE REQUIRED CLAIM DOCUMENTATION, APPLY THE    *
      *          CONTESTABILITY AND SUICIDE-CLAUSE CHECKS AGAINST    *
      *          PM-ISSUE-DATE, AND DRIVE THE CLAIM TO A FINAL OR    *
      *          UNDER-INVESTIGATION DECISION.                       *
      *          CLAIM TYPES: DT - DEATH (BASE SUM ASSURED, CONTRACT *
      *          MOVES TO CLAIMED); CI - CRITICAL ILLNESS (PAYS THE  *
      *          CI001 RIDER SUM ASSURED, ENDS THE RIDER, BASE       *
      *          POLICY STAYS IN FORCE); DI - DISABILITY (STARTS THE *
      *          WOP01 PREMIUM WAIVER THAT WOPWAVB APPLIES NIGHTLY - *
      *          NO CASH BENEFIT, BASE POLICY STAYS IN FORCE).       *
      *---------------------------------------------------------------*
      * CALLED BY: RUNCLM (CL), CLMMNT (ACTION AJ)                   *
      * FILES:     POLMST (I-O INDEXED)                              *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL) *
      *            CLIMST (I-O INDEXED - CLIENT/INSURED MASTER)      *
      *            STINTAB (INPUT INDEXED - STATE CLAIM INTEREST)    *
      * COPYBOOK:  POLDATA, AUDITDATA, AUDITLOG, CLIMDATA, CLIMLOG,  *
      *            STINDATA, DATEWRK, DATECALC, BILLMODE, RDRWRK     *
      *            (QCPYSRC)                                         *
      *---------------------------------------------------------------*
      * NOTE: PM-CLAIM-DETAILS IS KEYED THROUGH CLMMNT (CLAIM ID,   *
      *       TYPE, CAUSE, DOCUMENT-RECEIVED FLAGS, CLAIMANT AND ANY *
      *       INVESTIGATION OUTCOME) BEFORE THIS PROGRAM IS CALLED.  *
      *---------------------------------------------------------------*
      * RETURN CODES:                                                 *
      *  00 - CLAIM APPROVED AND PAYMENT AMOUNT SET                  *
      *  11 - MISSING OR INVALID CLAIM DATA                          *
      *  12 - REQUIRED CLAIM DOCUMENTS NOT RECEIVED                  *
      *  21 - POLICY NOT ELIGIBLE FOR CLAIM                          *
      *  22 - NO ACTIVE RIDER FOR THE RIDER CLAIM TYPE               *
      *  23 - PREMIUM WAIVER ALREADY IN EFFECT                       *
      *  31 - CLAIM REJECTED - SUICIDE CLAUSE EXCLUSION              *
      *  32 - CLAIM REJECTED - CONTESTABILITY INVESTIGATION DENIED   *
      *  33 - CLAIM REJECTED - DISABLED AT OR PAST WOP01 EXPIRY AGE  *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMADJB.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CLIENT-KEY
               FILE STATUS IS WS-CLIMST-STATUS.
           SELECT STINTAB
               ASSIGN TO DATABASE-STINTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-STATE-KEY
               FILE STATUS IS WS-STINTAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDITDATA.
       FD  CLIMST.
       COPY CLIMDATA.
       FD  STINTAB.
       COPY STINDATA.

       WORKING-STORAGE SECTION.
       COPY DATEWRK.
       COPY RDRWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CLIMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-STINTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-STINT-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-STINT-EOF          VALUE 'Y'.
       77  WS-INT-STATE-CODE         PIC X(02) VALUE SPACES.
       77  WS-INT-RATE               PIC 9(01)V9999 VALUE 0.
       77  WS-INT-ALLOWED-DAYS       PIC 9(03) VALUE 0.
       77  WS-INT-FOUND-FLAG         PIC X VALUE 'N'.
           88  WS-INT-FOUND          VALUE 'Y'.
       77  WS-INT-DAYS               PIC S9(08) VALUE 0.
       77  WS-CLIENT-INFORCE-SA      PIC 9(14)V99 VALUE 0.
       77  WS-AUDIT-ACTION-TYPE      PIC X(02) VALUE 'CL'.
       77  WS-AUDIT-OLD-STATUS       PIC X(02) VALUE SPACES.
       77  WS-LOAN-ACCRUED-INTEREST  PIC 9(13)V99 VALUE 0.
       77  WS-OFFSET-HEADROOM        PIC 9(13)V99 VALUE 0.
       77  WS-LOAN-WRITEOFF-AMT      PIC 9(13)V99 VALUE 0.
       77  WS-CLAIM-EVENT-DATE       PIC 9(08) VALUE 0.
       77  WS-CLAIM-RIDER-CODE       PIC X(05) VALUE SPACES.
       77  WS-CLAIM-RIDER-SLOT       PIC 9(02) VALUE 0.
       77  WS-RIDER-CLAIM-FLAG       PIC X VALUE 'N'.
           88  WS-RIDER-CLAIM-SETTLED VALUE 'Y'.
       77  WS-MODAL-DIVISOR          PIC 9(02) VALUE 1.
       77  WS-MODAL-FACTOR           PIC 9(01)V9999 VALUE 1.0000.
       77  WS-PERIOD-DAYS            PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       01  LK-POLICY-ID              PIC X(12).
           OPEN I-O POLMST
           OPEN EXTEND AUDITPF
           OPEN I-O CLIMST
           OPEN INPUT STINTAB
           READ POLMST
               INVALID KEY
                   MOVE 21 TO WS-RESULT-CODE
                   MOVE 'POLICY RECORD NOT FOUND' TO WS-RESULT-MESSAGE
                   PERFORM 9000-RETURN-ERROR
                   CLOSE POLMST AUDITPF CLIMST STINTAB
                   GOBACK
           END-READ
           PERFORM 1000-INITIALIZE
           IF WS-RESULT-CODE NOT = 0
               PERFORM 9000-RETURN-ERROR
               REWRITE WS-POLICY-MASTER-REC
               CLOSE POLMST AUDITPF CLIMST STINTAB
               GOBACK
           END-IF
           PERFORM 1200-VALIDATE-DOCUMENTS
           IF WS-RESULT-CODE NOT = 0
               PERFORM 9000-RETURN-ERROR
               REWRITE WS-POLICY-MASTER-REC
               CLOSE POLMST AUDITPF CLIMST STINTAB
               GOBACK
           END-IF
           PERFORM 1300-EVALUATE-CONTESTABILITY
      * MOVE BETWEEN TWO OFF-BOOK STATUSES AND A SECOND RELEASE
      * WOULD EAT INTO THE INSURED'S OTHER LIVE COVER, SO ONLY A
      * DEPARTURE FROM AN ON-BOOK STATUS RELEASES.
      * AN APPROVED RIDER CLAIM LEAVES THE BASE POLICY IN FORCE -
      * NO STATUS MOVES AND NO EXPOSURE IS RELEASED, BUT THE PAYOUT
      * OR WAIVER STILL GETS ITS AUDIT ROW
           IF PM-CONTRACT-STATUS = WS-AUDIT-OLD-STATUS AND
              WS-RIDER-CLAIM-SETTLED
               PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF
           IF PM-CONTRACT-STATUS NOT = WS-AUDIT-OLD-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
               IF WS-AUDIT-OLD-STATUS = 'AC' OR
               END-IF
           END-IF
           REWRITE WS-POLICY-MASTER-REC
           CLOSE POLMST AUDITPF CLIMST STINTAB
           GOBACK.

      *---------------------------------------------------------------*
           IF PM-INVESTIGATION-STATUS = SPACES
               MOVE 'N' TO PM-INVESTIGATION-STATUS
           END-IF
           MOVE 'N' TO WS-RIDER-CLAIM-FLAG
           MOVE 'CLMADJB' TO PM-LAST-ACTION-USER
           MOVE PM-PROCESS-DATE TO PM-LAST-ACTION-DATE.

      *---------------------------------------------------------------*
      * 1100 - VALIDATE CLAIM           (CL-101 THRU CL-105)         *
      *---------------------------------------------------------------*
       1100-VALIDATE-CLAIM.
      * CL-101: POLICY MUST BE ELIGIBLE TO CLAIM AGAINST
               MOVE 'CLAIM ID IS REQUIRED' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT PM-CLAIM-DEATH AND NOT PM-CLAIM-CRIT-ILLNESS AND
              NOT PM-CLAIM-DISABILITY
               MOVE 11 TO WS-RESULT-CODE
               MOVE 'CLAIM TYPE MUST BE DT CI OR DI'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * CL-103: DATE OF DEATH MUST BE ON OR AFTER THE ISSUE DATE
           IF PM-CLAIM-DEATH
               IF PM-DATE-OF-DEATH = 0 OR
                  PM-DATE-OF-DEATH < PM-ISSUE-DATE
                   MOVE 11 TO WS-RESULT-CODE
                   MOVE 'DATE OF DEATH MISSING OR BEFORE ISSUE DATE'
                       TO WS-RESULT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE PM-DATE-OF-DEATH TO WS-CLAIM-EVENT-DATE
               EXIT PARAGRAPH
           END-IF
      * CL-104: A RIDER CLAIM NEEDS ITS EVENT DATE (DIAGNOSIS OR
      *         DISABLEMENT) ON OR AFTER ISSUE, AND THE RIDER COVER
      *         MUST STILL BE ON THE BOOKS - A LAPSED POLICY'S RIDERS
      *         LAPSED WITH IT
           IF PM-CLAIM-EVENT-DATE = 0 OR
              PM-CLAIM-EVENT-DATE < PM-ISSUE-DATE
               MOVE 11 TO WS-RESULT-CODE
               MOVE 'CLAIM EVENT DATE MISSING OR BEFORE ISSUE DATE'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE PM-CLAIM-EVENT-DATE TO WS-CLAIM-EVENT-DATE
           IF PM-STATUS-LAPSED
               MOVE 21 TO WS-RESULT-CODE
               MOVE 'RIDER CLAIM NOT ALLOWED ON A LAPSED POLICY'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * CL-105: THE CLAIM TYPE'S RIDER MUST BE ACTIVE - A PAID CI001
      *         IS ALREADY REMOVED, SO IT CANNOT PAY TWICE
           IF PM-CLAIM-CRIT-ILLNESS
               MOVE 'CI001' TO WS-CLAIM-RIDER-CODE
           ELSE
               MOVE 'WOP01' TO WS-CLAIM-RIDER-CODE
           END-IF
           PERFORM 1110-FIND-CLAIM-RIDER
           IF WS-CLAIM-RIDER-SLOT = 0
               MOVE 22 TO WS-RESULT-CODE
               STRING 'NO ACTIVE ' DELIMITED BY SIZE
                      WS-CLAIM-RIDER-CODE DELIMITED BY SIZE
                      ' RIDER ON THE POLICY' DELIMITED BY SIZE
                   INTO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PM-CLAIM-DISABILITY AND PM-WOP-WAIVER-ACTIVE
               MOVE 23 TO WS-RESULT-CODE
               MOVE 'PREMIUM WAIVER ALREADY IN EFFECT'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF.

      *---------------------------------------------------------------*
      * 1110 - FIND THE ACTIVE RIDER SLOT FOR THE RIDER CLAIM         *
      *---------------------------------------------------------------*
       1110-FIND-CLAIM-RIDER.
           MOVE 0 TO WS-CLAIM-RIDER-SLOT
           PERFORM VARYING PM-RIDER-IDX FROM 1 BY 1
               UNTIL PM-RIDER-IDX > 10
               IF PM-RIDER-CODE(PM-RIDER-IDX) = WS-CLAIM-RIDER-CODE
                  AND PM-RIDER-ACTIVE(PM-RIDER-IDX)
                  AND WS-CLAIM-RIDER-SLOT = 0
                   SET WS-CLAIM-RIDER-SLOT TO PM-RIDER-IDX
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 1200 - VALIDATE REQUIRED DOCUMENTS  (CL-201)                 *
      *---------------------------------------------------------------*
       1200-VALIDATE-DOCUMENTS.
      * A RIDER CLAIM HAS NO DEATH CERTIFICATE - THE MEDICAL RECORDS
      * ARE ITS PROOF OF DIAGNOSIS OR DISABLEMENT
           IF (PM-CLAIM-DEATH AND PM-DEATH-CERT-RECD NOT = 'Y') OR
              PM-CLAIM-FORM-RECD NOT = 'Y' OR
              PM-ID-PROOF-RECD NOT = 'Y' OR
              PM-MEDICAL-RECORDS-RECD NOT = 'Y'
      * CONTESTABILITY AND SUICIDE WINDOWS ARE FULL POLICY YEARS
      * MEASURED ON THE CALENDAR (8760) - THE OLD RAW-SUBTRACTION
      * /365 MEASURED THEM WRONG NEAR EVERY ANNIVERSARY
      * A RIDER CLAIM IS MEASURED TO ITS DIAGNOSIS/DISABLEMENT DATE
           MOVE PM-ISSUE-DATE TO WS-DC-DATE-1-N
           MOVE WS-CLAIM-EVENT-DATE TO WS-DC-DATE-2-N
           PERFORM 8760-COMPUTE-YEARS-BETWEEN
           MOVE WS-DC-YEARS-BETWEEN TO WS-YEARS-SINCE-ISSUE
           MOVE 'N' TO PM-INVESTIGATION-STATUS
      * CL-301: SUICIDE CLAUSE - DEATH WITHIN PM-SUICIDE-YRS OF ISSUE
           IF PM-CLAIM-DEATH AND PM-CAUSE-SUICIDE AND
              WS-YEARS-SINCE-ISSUE < PM-SUICIDE-YRS
               MOVE 'R' TO PM-CLAIM-DECISION
               MOVE 'C' TO PM-INVESTIGATION-STATUS
               EXIT PARAGRAPH
           END-IF
      * CL-302: WITHIN CONTESTABILITY PERIOD - ROUTE TO INVESTIGATION
      *         UNLESS CLAIMS HAVE ALREADY RECORDED ITS OUTCOME
      *         (CLMMNT): CLEARED FALLS THROUGH TO CL-303 AND
      *         SETTLES, DENIED REJECTS THE CLAIM
           IF WS-YEARS-SINCE-ISSUE < PM-CONTESTABILITY-YRS AND
              PM-INVEST-DENIED
               MOVE 'R' TO PM-CLAIM-DECISION
               MOVE 'C' TO PM-INVESTIGATION-STATUS
               MOVE ZEROS TO PM-CLAIM-PAYMENT-AMT
               MOVE 'CONTESTABILITY INVESTIGATION DENIED'
                   TO PM-CLAIM-HOLD-REASON
               MOVE 32 TO WS-RESULT-CODE
               MOVE 'CLAIM REJECTED - CONTESTABILITY INVESTIGATION'
                   TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-YEARS-SINCE-ISSUE < PM-CONTESTABILITY-YRS AND
              NOT PM-INVEST-CLEARED
               MOVE 'P' TO PM-INVESTIGATION-STATUS
               MOVE 'P' TO PM-CLAIM-DECISION
               MOVE 'WITHIN CONTESTABILITY PERIOD'
               EXIT PARAGRAPH
           END-IF
           MOVE PM-PROCESS-DATE TO PM-CLAIM-ADJUDIC-DATE
           MOVE 0 TO PM-CLAIM-INTEREST-DAYS
           MOVE 0 TO PM-CLAIM-INTEREST-RATE
           MOVE 0 TO PM-CLAIM-INTEREST-AMT
      * A REJECTED RIDER CLAIM LEAVES THE BASE POLICY AS IT WAS
           IF PM-DECISION-REJECTED
               IF PM-CLAIM-DEATH
                   MOVE 'CL' TO PM-CONTRACT-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PM-CLAIM-CRIT-ILLNESS
               PERFORM 1430-SETTLE-CRIT-ILLNESS
               EXIT PARAGRAPH
           END-IF
           IF PM-CLAIM-DISABILITY
               PERFORM 1440-START-PREMIUM-WAIVER
               EXIT PARAGRAPH
           END-IF
      * CL-401: APPROVE - GROSS BENEFIT = SUM ASSURED PLUS ANY ACTIVE
      *         POLICY IS NOT OVERPAID AND CHASED AFTERWARD
           PERFORM 1420-NET-CLAIM-SETTLEMENT
           MOVE PM-PROCESS-DATE TO PM-CLAIM-SETTLE-DATE
      * CL-406: A SETTLEMENT LATER THAN THE ISSUE STATE ALLOWS PAYS
      *         STATUTORY INTEREST FROM THE DATE OF DEATH
           PERFORM 1460-COMPUTE-CLAIM-INTEREST
           MOVE 'CL' TO PM-CONTRACT-STATUS
           MOVE 0 TO WS-RESULT-CODE
           MOVE 'CLAIM APPROVED' TO WS-RESULT-MESSAGE
           MOVE 0 TO PM-POLICY-LOAN-BALANCE
           MOVE 0 TO PM-OUTSTANDING-PREMIUM.

      *---------------------------------------------------------------*
      * 1430 - SETTLE A CRITICAL ILLNESS CLAIM  (CL-404)              *
      *        THE CI001 RIDER SUM ASSURED IS PAID AS AN ACCELERATED  *
      *        BENEFIT AND THE RIDER ENDS; THE BASE COVER, ANY LOAN   *
      *        AND ANY PREMIUM DUE STAY ON THE IN-FORCE POLICY, SO    *
      *        NO OFFSETS ARE TAKEN. THE REMOVED RIDER'S PREMIUM      *
      *        COMES OFF THE BILL FROM THE NEXT DUE DATE.             *
      *---------------------------------------------------------------*
       1430-SETTLE-CRIT-ILLNESS.
           MOVE 'A' TO PM-CLAIM-DECISION
           MOVE PM-RIDER-SUM-ASSURED(WS-CLAIM-RIDER-SLOT)
               TO PM-CLAIM-GROSS-AMT
           MOVE 0 TO PM-CLAIM-PREM-OFFSET
           MOVE 0 TO PM-CLAIM-LOAN-OFFSET
           MOVE PM-CLAIM-GROSS-AMT TO PM-CLAIM-PAYMENT-AMT
           MOVE 'R' TO PM-RIDER-STATUS(WS-CLAIM-RIDER-SLOT)
           IF PM-RIDER-ANNUAL-PREM(WS-CLAIM-RIDER-SLOT) >
              PM-RIDER-ANNUAL-TOTAL
               MOVE 0 TO PM-RIDER-ANNUAL-TOTAL
           ELSE
               SUBTRACT PM-RIDER-ANNUAL-PREM(WS-CLAIM-RIDER-SLOT)
                   FROM PM-RIDER-ANNUAL-TOTAL
           END-IF
           PERFORM 1450-RECALC-TOTAL-PREMIUM
           MOVE PM-PROCESS-DATE TO PM-CLAIM-SETTLE-DATE
           MOVE 'Y' TO WS-RIDER-CLAIM-FLAG
           MOVE 0 TO WS-RESULT-CODE
           MOVE 'CRITICAL ILLNESS CLAIM APPROVED - CI001 RIDER ENDED'
               TO WS-RESULT-MESSAGE.

      *---------------------------------------------------------------*
      * 1440 - START THE PREMIUM WAIVER FOR A DISABILITY CLAIM        *
      *        (CL-405). THERE IS NO CASH BENEFIT - THE SETTLEMENT   *
      *        IS ZERO SO CLMPAYB CLOSES IT OFF WITHOUT A VENDOR ROW, *
      *        AND WOPWAVB WAIVES EACH MODAL PREMIUM FALLING DUE ON   *
      *        OR AFTER THE DISABLEMENT DATE FROM TONIGHT ON.         *
      *---------------------------------------------------------------*
       1440-START-PREMIUM-WAIVER.
      * CL-407: WOP01 COVER ENDS AT THE RIDER EXPIRY AGE - A
      *         DISABLEMENT ON OR AFTER THE INSURED'S BIRTHDAY AT THAT
      *         AGE FALLS OUTSIDE THE COVER AND STARTS NO WAIVER
           MOVE PM-DATE-OF-BIRTH TO WS-DC-DATE-1-N
           MOVE WS-CLAIM-EVENT-DATE TO WS-DC-DATE-2-N
           PERFORM 8760-COMPUTE-YEARS-BETWEEN
           IF WS-DC-YEARS-BETWEEN >= WS-WOP-EXPIRY-AGE
               MOVE 'R' TO PM-CLAIM-DECISION
               MOVE 'C' TO PM-INVESTIGATION-STATUS
               MOVE ZEROS TO PM-CLAIM-PAYMENT-AMT
               MOVE 'DISABLED AT OR PAST WOP01 EXPIRY AGE'
                   TO PM-CLAIM-HOLD-REASON
               MOVE 33 TO WS-RESULT-CODE
               MOVE 'CLAIM REJECTED - DISABLED AT OR PAST WOP01 EXPIRY A
      -             'GE' TO WS-RESULT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO PM-CLAIM-DECISION
           MOVE 0 TO PM-CLAIM-GROSS-AMT
           MOVE 0 TO PM-CLAIM-PREM-OFFSET
           MOVE 0 TO PM-CLAIM-LOAN-OFFSET
           MOVE 0 TO PM-CLAIM-PAYMENT-AMT
           MOVE 'Y' TO PM-WOP-WAIVER-IND
           MOVE PM-CLAIM-EVENT-DATE TO PM-WOP-START-DATE
           MOVE 0 TO PM-WOP-RECOVERY-DATE
           MOVE 0 TO PM-WOP-END-DATE
           MOVE 0 TO PM-WOP-PERIODS-WAIVED
           MOVE 0 TO PM-WOP-WAIVED-TOTAL
           MOVE PM-PROCESS-DATE TO PM-CLAIM-SETTLE-DATE
           MOVE 'Y' TO WS-RIDER-CLAIM-FLAG
           MOVE 0 TO WS-RESULT-CODE
           MOVE 'DISABILITY CLAIM APPROVED - PREMIUM WAIVER STARTED'
               TO WS-RESULT-MESSAGE.

      *---------------------------------------------------------------*
      * 1450 - RECALCULATE THE TOTAL AND MODAL PREMIUM AFTER A RIDER  *
      *        COMES OFF - THE SAME NB-801/NB-802 ARITHMETIC AS       *
      *        NBUWENG'S 1800-CALCULATE-TOTAL-PREMIUM                 *
      *---------------------------------------------------------------*
       1450-RECALC-TOTAL-PREMIUM.
           COMPUTE PM-GROSS-ANNUAL-PREMIUM =
               PM-BASE-ANNUAL-PREMIUM +
               PM-RIDER-ANNUAL-TOTAL +
               PM-ANNUAL-POLICY-FEE
           COMPUTE PM-TAX-AMOUNT =
               PM-GROSS-ANNUAL-PREMIUM * PM-TAX-RATE
           COMPUTE PM-TOTAL-ANNUAL-PREMIUM =
               PM-GROSS-ANNUAL-PREMIUM + PM-TAX-AMOUNT
           PERFORM 8650-SET-MODAL-FACTORS
           COMPUTE PM-MODAL-PREMIUM =
               (PM-TOTAL-ANNUAL-PREMIUM / WS-MODAL-DIVISOR)
               * WS-MODAL-FACTOR.

      *---------------------------------------------------------------*
      * 1460 - STATUTORY INTEREST ON A DEATH CLAIM  (CL-406)          *
      *        SIMPLE INTEREST ON THE NET PAYMENT FOR EVERY CALENDAR  *
      *        DAY FROM THE DATE OF DEATH TO THE SETTLE DATE (8720),  *
      *        BUT ONLY WHEN THAT GAP IS LONGER THAN THE ISSUE        *
      *        STATE'S ALLOWED DAYS. THE STATE ROW IN FORCE AT THE    *
      *        DATE OF DEATH APPLIES; A STATE WITH NO ROW TAKES THE   *
      *        COMPANY DEFAULT (DF). THE INTEREST IS PAID ON TOP OF   *
      *        PM-CLAIM-PAYMENT-AMT, NOT FOLDED INTO IT, SO CLMPAYB   *
      *        CAN REPORT IT APART FROM THE PRINCIPAL.                 *
      *---------------------------------------------------------------*
       1460-COMPUTE-CLAIM-INTEREST.
           IF PM-CLAIM-PAYMENT-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PM-DATE-OF-DEATH TO WS-DC-DATE-1-N
           MOVE PM-CLAIM-SETTLE-DATE TO WS-DC-DATE-2-N
           PERFORM 8720-COMPUTE-DAYS-BETWEEN
           MOVE WS-DC-DAYS-BETWEEN TO WS-INT-DAYS
           IF WS-INT-DAYS <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ISSUE-STATE TO WS-INT-STATE-CODE
           PERFORM 1470-FIND-STATE-INTEREST-ROW
           IF NOT WS-INT-FOUND
               MOVE 'DF' TO WS-INT-STATE-CODE
               PERFORM 1470-FIND-STATE-INTEREST-ROW
           END-IF
           IF NOT WS-INT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-INT-DAYS <= WS-INT-ALLOWED-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INT-DAYS TO PM-CLAIM-INTEREST-DAYS
           MOVE WS-INT-RATE TO PM-CLAIM-INTEREST-RATE
           COMPUTE PM-CLAIM-INTEREST-AMT ROUNDED =
               PM-CLAIM-PAYMENT-AMT * WS-INT-RATE * WS-INT-DAYS / 365.

      *---------------------------------------------------------------*
      * 1470 - FIND THE STATE INTEREST ROW IN FORCE AT THE DATE OF    *
      *        DEATH FOR WS-INT-STATE-CODE - THE LATEST EFFECTIVE     *
      *        DATE NOT AFTER IT                                       *
      *---------------------------------------------------------------*
       1470-FIND-STATE-INTEREST-ROW.
           MOVE 'N' TO WS-INT-FOUND-FLAG
           MOVE 'N' TO WS-STINT-EOF-FLAG
           IF WS-INT-STATE-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INT-STATE-CODE TO SI-STATE-CODE
           MOVE 0 TO SI-EFFECTIVE-DATE
           START STINTAB KEY NOT LESS THAN SI-STATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STINT-EOF-FLAG
           END-START
           PERFORM UNTIL WS-STINT-EOF
               READ STINTAB NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STINT-EOF-FLAG
               END-READ
               IF NOT WS-STINT-EOF
                   IF SI-STATE-CODE NOT = WS-INT-STATE-CODE OR
                      SI-EFFECTIVE-DATE > PM-DATE-OF-DEATH
                       MOVE 'Y' TO WS-STINT-EOF-FLAG
                   ELSE
                       MOVE 'Y' TO WS-INT-FOUND-FLAG
                       MOVE SI-INTEREST-RATE TO WS-INT-RATE
                       MOVE SI-ALLOWED-DAYS TO WS-INT-ALLOWED-DAYS
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 9000 - RETURN ERROR                                           *
      *---------------------------------------------------------------*
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.
      *---------------------------------------------------------------*
      * 8650/8660 - BILLING MODE MAPPINGS                              *
      * SHARED SYSTEM-WIDE VIA COPYBOOK BILLMODE                      *
      *---------------------------------------------------------------*
       COPY BILLMODE.
