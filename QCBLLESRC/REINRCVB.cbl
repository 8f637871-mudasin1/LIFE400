      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-08-30                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-03-06 - RECOVERIES BILLED ON CRITICAL       *
      *            ILLNESS AND DISABILITY WAIVER RIDER CLAIMS        *
      *---------------------------------------------------------------*
      * BATCH REINSURANCE CLAIM RECOVERY BILLING                      *
      * DOMAIN:  TERM LIFE - REINSURANCE ADMINISTRATION              *
      * NETTED FROM THE BENEFICIARY'S PAYMENT ARE OUR RECEIVABLES,    *
      * NOT THE REINSURER'S RELIEF. OLDER CLAIM RECORDS WITHOUT A     *
      * GROSS AMOUNT FALL BACK TO THE PAYMENT AMOUNT.                 *
      *---------------------------------------------------------------*
      * RIDER CLAIMS RIDE THE BASE POLICY'S CESSION. A CRITICAL       *
      * ILLNESS (CI) CLAIM IS BILLED ON ITS GROSS RIDER BENEFIT ONCE  *
      * SETTLED. A DISABILITY (DI) CLAIM'S BENEFIT IS THE PREMIUM     *
      * WOPWAVB WAIVES OVER THE LIFE OF THE WAIVER, SO IT IS BILLED   *
      * ONCE, ON THE TOTAL WAIVED, WHEN THE WAIVER HAS ENDED.         *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINRCVB.
       01  RECV-RECORD.
           05  RV-POLICY-ID          PIC X(12).
           05  RV-CLAIM-ID           PIC X(12).
           05  RV-CLAIM-TYPE         PIC X(02).
           05  RV-SUM-ASSURED        PIC 9(13)V99.
           05  RV-CLAIM-BENEFIT      PIC 9(13)V99.
           05  RV-RECOVERY-AMT       PIC 9(13)V99.
           05  RV-SETTLE-DATE        PIC 9(08).
           05  RV-INVOICE-DATE       PIC 9(08).
           05  FILLER                PIC X(18).
       FD  RECVRPT.
       01  RPT-LINE                  PIC X(80).

       0300-EVALUATE-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
      * RV-101: APPROVED, SETTLED CLAIMS ON CEDED POLICIES NOT YET
      *         BILLED TO THE REINSURER - A DEATH CLAIM HAS MOVED
      *         THE CONTRACT TO CLAIMED, A RIDER CLAIM HAS NOT
           IF PM-CLAIM-DEATH AND NOT PM-STATUS-CLAIMED
               EXIT PARAGRAPH
           END-IF
           IF NOT PM-CLAIM-DEATH AND NOT PM-CLAIM-CRIT-ILLNESS AND
              NOT PM-CLAIM-DISABILITY
               EXIT PARAGRAPH
           END-IF
           IF NOT PM-DECISION-APPROVED
           IF PM-CLAIM-SETTLE-DATE = 0
               EXIT PARAGRAPH
           END-IF
      * RV-104: A DISABILITY WAIVER IS BILLED ONLY ONCE IT HAS ENDED
      *         AND THE TOTAL PREMIUM WAIVED IS KNOWN
           IF PM-CLAIM-DISABILITY AND
              (NOT PM-WOP-WAIVER-ENDED OR PM-WOP-WAIVED-TOTAL = 0)
               EXIT PARAGRAPH
           END-IF
      * RV-102: THE REINSURER'S SHARE IS THE PORTION OF THE BENEFIT
      *         COVERED BY SUM ASSURED ABOVE OUR RETENTION - A CEDED
      *         POLICY WHOSE OWN SUM ASSURED SITS UNDER RETENTION
           END-IF
           COMPUTE WS-CEDED-PORTION =
               PM-SUM-ASSURED - WS-RETENTION-LIMIT
           EVALUATE TRUE
               WHEN PM-CLAIM-DISABILITY
                   MOVE PM-WOP-WAIVED-TOTAL TO WS-CLAIM-BENEFIT
               WHEN PM-CLAIM-GROSS-AMT > 0
                   MOVE PM-CLAIM-GROSS-AMT TO WS-CLAIM-BENEFIT
               WHEN OTHER
                   MOVE PM-CLAIM-PAYMENT-AMT TO WS-CLAIM-BENEFIT
           END-EVALUATE
           COMPUTE WS-RECOVERY-AMT ROUNDED =
               WS-CLAIM-BENEFIT * WS-CEDED-PORTION / PM-SUM-ASSURED
      * RV-103: INVOICE, REPORT, AND FLAG THE CLAIM AS BILLED
           INITIALIZE RECV-RECORD
           MOVE PM-POLICY-ID TO RV-POLICY-ID
           MOVE PM-CLAIM-ID TO RV-CLAIM-ID
           MOVE PM-CLAIM-TYPE TO RV-CLAIM-TYPE
           MOVE PM-SUM-ASSURED TO RV-SUM-ASSURED
           MOVE WS-CLAIM-BENEFIT TO RV-CLAIM-BENEFIT
           MOVE WS-RECOVERY-AMT TO RV-RECOVERY-AMT
