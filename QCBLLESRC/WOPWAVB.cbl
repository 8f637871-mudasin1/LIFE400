      *===============================================================*
      * PROGRAM:   WOPWAVB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-06                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-06-26 - A WAIVER ENDED AT THE EXPIRY AGE ENDS*
      *            THE WOP01 RIDER, PREMIUM REPRICED WITHOUT IT      *
      *---------------------------------------------------------------*
      * BATCH NIGHTLY WAIVER OF PREMIUM                               *
      * DOMAIN:  TERM LIFE - DEATH AND RIDER CLAIMS                  *
      * PURPOSE: CLMADJB APPROVES A DISABILITY (DI) CLAIM ON AN      *
      *          ACTIVE WOP01 RIDER BY SETTING THE POLICY'S WAIVER   *
      *          ACTIVE - IT PAYS NO CASH. THIS BATCH IS WHERE THE   *
      *          BENEFIT IS DELIVERED: EVERY NIGHT IT WAIVES EACH    *
      *          MODAL PREMIUM THAT HAS FALLEN DUE ON A WAIVED       *
      *          POLICY, ADVANCING PM-PAID-TO-DATE ONE BILLING       *
      *          PERIOD AT A TIME WITH NO CASH, AND LEAVES A GL      *
      *          JOURNAL ROW AND AN AUDIT ROW PER WAIVED PERIOD.     *
      *          THE WAIVER ENDS WHEN THE RECOVERY DATE KEYED BY     *
      *          CLAIMS IS REACHED, WHEN THE INSURED REACHES THE     *
      *          WOP01 EXPIRY AGE, OR WHEN THE POLICY LEAVES THE     *
      *          IN-FORCE BOOK - FROM THEN ON THE POLICY BILLS       *
      *          NORMALLY AGAIN. AT THE EXPIRY AGE THE WOP01 RIDER   *
      *          ITSELF ENDS AND THE PREMIUM IS REPRICED WITHOUT IT, *
      *          AS ANNIVB DOES ON THE ANNIVERSARY.                  *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH, AHEAD OF BILNOTB,     *
      *            DDEXTRB AND SVCSWPB SO A WAIVED DUE DATE IS NEVER *
      *            BILLED, DEBITED OR COUNTED OVERDUE)               *
      * FILES:     POLMST (I-O INDEXED, ACCESS SEQUENTIAL)           *
      *            WOPWVRPT (OUTPUT SEQUENTIAL - WAIVER REPORT)      *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL) *
      *            GLJRNPF (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL)  *
      * COPYBOOK:  POLDATA, AUDITDATA, AUDITLOG, GLJDATA, GLJLOG,    *
      *            DATEWRK, DATECALC, BILLMODE, RDRWRK (QCPYSRC)     *
      *---------------------------------------------------------------*
      * A PREMIUM THAT FELL DUE BEFORE THE DISABLEMENT DATE IS NOT    *
      * WAIVED - IT STAYS IN THE ORDINARY COLLECTION AND GRACE/LAPSE *
      * STREAM, AND THE WAIVER PICKS UP FROM THE FIRST DUE DATE ON   *
      * OR AFTER DISABLEMENT ONCE THE POLICY IS PAID UP TO IT.        *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOPWAVB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-03-06.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMST
               ASSIGN TO DATABASE-POLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-ID
               FILE STATUS IS WS-POLMST-STATUS.
           SELECT WOPWVRPT
               ASSIGN TO DATABASE-WOPWVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
           SELECT GLJRNPF
               ASSIGN TO DATABASE-GLJRNPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  WOPWVRPT.
       01  RPT-LINE                  PIC X(80).
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  GLJRNPF.
       COPY GLJDATA.

       WORKING-STORAGE SECTION.
       COPY DATEWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDIT-ACTION-TYPE      PIC X(02) VALUE 'WV'.
       77  WS-AUDIT-OLD-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-PREMIUM      PIC 9(13)V99 VALUE 0.
       77  WS-GLJRNPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-GLJ-TRANS-TYPE         PIC X(02) VALUE SPACES.
       77  WS-GLJ-POLICY-ID          PIC X(12) VALUE SPACES.
       77  WS-GLJ-CURRENCY           PIC X(03) VALUE SPACES.
       77  WS-GLJ-DEBIT-ACCT         PIC X(08) VALUE SPACES.
       77  WS-GLJ-CREDIT-ACCT        PIC X(08) VALUE SPACES.
       77  WS-GLJ-AMOUNT             PIC 9(13)V99 VALUE 0.
       77  WS-GLJ-SOURCE             PIC X(10) VALUE 'WOPWAVB'.
       77  WS-MODAL-DIVISOR          PIC 9(02) VALUE 1.
       77  WS-MODAL-FACTOR           PIC 9(01)V9999 VALUE 1.0000.
       77  WS-PERIOD-DAYS            PIC 9(03) VALUE 0.
      * A WAIVER NEVER CARRIES A DUE DATE ON OR AFTER THE INSURED'S
      * BIRTHDAY AT THE WOP01 EXPIRY AGE
       COPY RDRWRK.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-DUE-DATE               PIC 9(08) VALUE 0.
       77  WS-AGE-AT-DUE             PIC 9(03) VALUE 0.
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-STOP-FLAG              PIC X VALUE 'N'.
           88  WS-STOP-WAIVING       VALUE 'Y'.
       77  WS-END-REASON             PIC X(20) VALUE SPACES.
       77  WS-POLICY-WAIVED-COUNT    PIC 9(03) VALUE 0.
       77  WS-POLICY-WAIVED-AMT      PIC 9(13)V99 VALUE 0.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-WAIVERS          PIC 9(07) VALUE 0.
       77  WS-COUNT-PERIODS          PIC 9(07) VALUE 0.
       77  WS-COUNT-ENDED            PIC 9(07) VALUE 0.
       77  WS-COUNT-RIDER-ENDED      PIC 9(07) VALUE 0.
       77  WS-COUNT-DUE-BEFORE       PIC 9(07) VALUE 0.
       77  WS-TOTAL-WAIVED           PIC 9(13)V99 VALUE 0.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'WOPWAVB - NIGHTLY WAIVER OF PREMIUM REPORT'.
       01  WS-RPT-HEADING-2          PIC X(80) VALUE
           'POLICY ID    PDS  AMOUNT WAIVED  PAID TO  NOTE'.

       01  WS-RPT-DETAIL.
           05  RD-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-PERIODS            PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-PAID-TO-DATE       PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-NOTE               PIC X(20).
           05  FILLER                PIC X(18) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL              PIC X(30).
           05  RT-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN I-O POLMST
           OPEN OUTPUT WOPWVRPT
           OPEN EXTEND AUDITPF
           OPEN EXTEND GLJRNPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-POLICY
           PERFORM UNTIL WS-EOF
               PERFORM 0300-EVALUATE-ONE-POLICY
               PERFORM 0200-READ-NEXT-POLICY
           END-PERFORM
           PERFORM 0900-WRITE-SUMMARY
           CLOSE POLMST
           CLOSE WOPWVRPT
           CLOSE AUDITPF
           CLOSE GLJRNPF
           GOBACK.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT POLICY IN KEY SEQUENCE                       *
      *---------------------------------------------------------------*
       0200-READ-NEXT-POLICY.
           READ POLMST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0300 - EVALUATE ONE POLICY FOR WAIVER  (WV-101 THRU WV-104)   *
      *---------------------------------------------------------------*
       0300-EVALUATE-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
      * WV-101: ONLY POLICIES WITH A RUNNING WAIVER
           IF NOT PM-WOP-WAIVER-ACTIVE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-WAIVERS
           MOVE 0 TO WS-POLICY-WAIVED-COUNT
           MOVE 0 TO WS-POLICY-WAIVED-AMT
           MOVE SPACES TO WS-END-REASON
           MOVE 'N' TO WS-STOP-FLAG
           MOVE WS-CURR-DATE TO PM-PROCESS-DATE
           MOVE 'WOPWAVB' TO PM-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO PM-LAST-ACTION-DATE
           MOVE PM-CONTRACT-STATUS TO WS-AUDIT-OLD-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM TO WS-AUDIT-OLD-PREMIUM
      * WV-102: A POLICY THAT HAS LEFT THE IN-FORCE BOOK (CLAIMED,
      *         LAPSED, TERMINATED, MATURED) HAS NOTHING LEFT TO
      *         WAIVE - THE WAIVER ENDS WITH IT
           IF NOT PM-STATUS-ACTIVE AND NOT PM-STATUS-GRACE AND
              NOT PM-STATUS-REINSTATED
               MOVE 'POLICY OFF BOOK' TO WS-END-REASON
               PERFORM 0500-END-WAIVER
               PERFORM 0390-WRITE-DETAIL-LINE
               REWRITE WS-POLICY-MASTER-REC
               EXIT PARAGRAPH
           END-IF
      * WV-103: WAIVE EVERY PERIOD THAT HAS FALLEN DUE UP TO TONIGHT
      *         - A PAID-TO DATE ON OR BEFORE THE RUN DATE IS DUE
           PERFORM 0400-WAIVE-ONE-PERIOD
               UNTIL PM-PAID-TO-DATE > WS-CURR-DATE
               OR WS-STOP-WAIVING
      * WV-104: A GRACE POLICY BROUGHT CURRENT BY THE WAIVER RETURNS
      *         TO ACTIVE - THE SAME RESTORE A POSTED PAYMENT MAKES -
      *         AND THE TRANSITION GETS ITS OWN AUDIT ROW SO BALCTLB
      *         NETS IT
           IF PM-STATUS-GRACE AND PM-PAID-TO-DATE > WS-CURR-DATE
               MOVE 'GR' TO WS-AUDIT-OLD-STATUS
               MOVE 'AC' TO PM-CONTRACT-STATUS
               PERFORM 8000-WRITE-AUDIT-RECORD
           END-IF
           IF WS-POLICY-WAIVED-COUNT > 0 OR WS-END-REASON NOT = SPACES
               REWRITE WS-POLICY-MASTER-REC
               PERFORM 0390-WRITE-DETAIL-LINE
           END-IF.

      *---------------------------------------------------------------*
      * 0390 - WRITE ONE DETAIL LINE TO THE WAIVER REPORT             *
      *---------------------------------------------------------------*
       0390-WRITE-DETAIL-LINE.
           MOVE PM-POLICY-ID TO RD-POLICY-ID
           MOVE WS-POLICY-WAIVED-COUNT TO RD-PERIODS
           MOVE WS-POLICY-WAIVED-AMT TO RD-AMOUNT
           MOVE PM-PAID-TO-DATE TO RD-PAID-TO-DATE
           MOVE WS-END-REASON TO RD-NOTE
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0400 - WAIVE THE PREMIUM DUE ON THE PAID-TO DATE   (WV-201)   *
      *---------------------------------------------------------------*
       0400-WAIVE-ONE-PERIOD.
           MOVE PM-PAID-TO-DATE TO WS-DUE-DATE
      * WV-202: RECOVERED - NO PREMIUM DUE ON OR AFTER THE RECOVERY
      *         DATE IS WAIVED
           IF PM-WOP-RECOVERY-DATE > 0 AND
              PM-WOP-RECOVERY-DATE <= WS-DUE-DATE
               MOVE 'RECOVERED' TO WS-END-REASON
               PERFORM 0500-END-WAIVER
               EXIT PARAGRAPH
           END-IF
      * WV-203: THE RIDER RUNS OUT AT THE EXPIRY AGE - AGE IS TAKEN
      *         IN FULL CALENDAR YEARS AT THE DUE DATE (8760)
           MOVE PM-DATE-OF-BIRTH TO WS-DC-DATE-1-N
           MOVE WS-DUE-DATE TO WS-DC-DATE-2-N
           PERFORM 8760-COMPUTE-YEARS-BETWEEN
           MOVE WS-DC-YEARS-BETWEEN TO WS-AGE-AT-DUE
           IF WS-AGE-AT-DUE >= WS-WOP-EXPIRY-AGE
               MOVE 'RIDER EXPIRY AGE' TO WS-END-REASON
               PERFORM 0500-END-WAIVER
               PERFORM 0510-END-WOP-RIDER
               EXIT PARAGRAPH
           END-IF
      * WV-204: A PREMIUM DUE BEFORE DISABLEMENT IS THE
      *         POLICYHOLDER'S - LEAVE IT TO ORDINARY COLLECTION
           IF WS-DUE-DATE < PM-WOP-START-DATE
               ADD 1 TO WS-COUNT-DUE-BEFORE
               MOVE 'DUE BEFORE DISABLED' TO WS-END-REASON
               MOVE 'Y' TO WS-STOP-FLAG
               EXIT PARAGRAPH
           END-IF
           IF PM-MODAL-PREMIUM = 0
               MOVE 'Y' TO WS-STOP-FLAG
               EXIT PARAGRAPH
           END-IF
      * WAIVE IT - ADVANCE THE PAID-TO DATE ONE BILLING PERIOD WITH
      * NO CASH, THE SAME CALENDAR STEP A POSTED PAYMENT TAKES
           PERFORM 8660-SET-BILLING-PERIOD-MONTHS
           MOVE PM-PAID-TO-DATE TO WS-DC-DATE-1-N
           PERFORM 8740-ADD-MONTHS-TO-DATE
           MOVE WS-DC-RESULT-N TO PM-PAID-TO-DATE
           MOVE 0 TO PM-OUTSTANDING-PREMIUM
           ADD 1 TO PM-WOP-PERIODS-WAIVED
           ADD PM-MODAL-PREMIUM TO PM-WOP-WAIVED-TOTAL
           ADD 1 TO WS-POLICY-WAIVED-COUNT
           ADD PM-MODAL-PREMIUM TO WS-POLICY-WAIVED-AMT
           ADD 1 TO WS-COUNT-PERIODS
           ADD PM-MODAL-PREMIUM TO WS-TOTAL-WAIVED
      * WV-205: THE WAIVED PREMIUM IS EARNED AS INCOME AND BORNE AS
      *         A WAIVER CLAIM COST - ONE JOURNAL ROW AND ONE AUDIT
      *         ROW PER PERIOD
           MOVE 'WV' TO WS-GLJ-TRANS-TYPE
           MOVE PM-POLICY-ID TO WS-GLJ-POLICY-ID
           MOVE PM-CURRENCY-CODE TO WS-GLJ-CURRENCY
           MOVE 'WOPEXP  ' TO WS-GLJ-DEBIT-ACCT
           MOVE 'PREMINC ' TO WS-GLJ-CREDIT-ACCT
           MOVE PM-MODAL-PREMIUM TO WS-GLJ-AMOUNT
           PERFORM 8800-WRITE-GL-JOURNAL
           PERFORM 8000-WRITE-AUDIT-RECORD.

      *---------------------------------------------------------------*
      * 0500 - END THE WAIVER - THE POLICY BILLS NORMALLY FROM ITS    *
      *        CURRENT PAID-TO DATE ON                                *
      *---------------------------------------------------------------*
       0500-END-WAIVER.
           MOVE 'E' TO PM-WOP-WAIVER-IND
           MOVE WS-CURR-DATE TO PM-WOP-END-DATE
           MOVE 'Y' TO WS-STOP-FLAG
           ADD 1 TO WS-COUNT-ENDED.

      *---------------------------------------------------------------*
      * 0510 - END THE WOP01 RIDER AT THE EXPIRY AGE  (WV-206)        *
      *        THE RIDER RUNS OUT WITH THE WAIVER - IT COMES OFF THE  *
      *        POLICY AND THE PREMIUM IS REPRICED WITHOUT IT, THE     *
      *        SAME NB-801/NB-802 ARITHMETIC CLMADJB USES WHEN CI001  *
      *        COMES OFF, SO THE FIRST BILL AFTER THE WAIVER DOES NOT *
      *        CHARGE FOR COVER THAT HAS ENDED                        *
      *---------------------------------------------------------------*
       0510-END-WOP-RIDER.
           PERFORM VARYING PM-RIDER-IDX FROM 1 BY 1
               UNTIL PM-RIDER-IDX > 10
               IF PM-RIDER-CODE(PM-RIDER-IDX) = 'WOP01' AND
                  PM-RIDER-ACTIVE(PM-RIDER-IDX)
                   MOVE 'R' TO PM-RIDER-STATUS(PM-RIDER-IDX)
                   IF PM-RIDER-ANNUAL-PREM(PM-RIDER-IDX) >
                      PM-RIDER-ANNUAL-TOTAL
                       MOVE 0 TO PM-RIDER-ANNUAL-TOTAL
                   ELSE
                       SUBTRACT PM-RIDER-ANNUAL-PREM(PM-RIDER-IDX)
                           FROM PM-RIDER-ANNUAL-TOTAL
                   END-IF
               END-IF
           END-PERFORM
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
               * WS-MODAL-FACTOR
      * THE REPRICE GETS ITS OWN AUDIT ROW - OLD PREMIUM AGAINST THE
      * NEW ONE WITHOUT THE RIDER
           PERFORM 8000-WRITE-AUDIT-RECORD
           ADD 1 TO WS-COUNT-RIDER-ENDED.

      *---------------------------------------------------------------*
      * 0900 - WRITE SUMMARY COUNTS AND WAIVED TOTAL                  *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POLICIES READ. . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'WAIVERS IN EFFECT. . . . . .' TO RS-LABEL
           MOVE WS-COUNT-WAIVERS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PREMIUM PERIODS WAIVED . . .' TO RS-LABEL
           MOVE WS-COUNT-PERIODS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'WAIVERS ENDED. . . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-ENDED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'WOP01 ENDED AT EXPIRY AGE. .' TO RS-LABEL
           MOVE WS-COUNT-RIDER-ENDED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PREMIUM DUE BEFORE DISABLED.' TO RS-LABEL
           MOVE WS-COUNT-DUE-BEFORE TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TOTAL PREMIUM WAIVED . . . .' TO RT-LABEL
           MOVE WS-TOTAL-WAIVED TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 8000 - WRITE AUDIT RECORD                                     *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB VIA COPYBOOK AUDITLOG       *
      *---------------------------------------------------------------*
       COPY AUDITLOG.

      *---------------------------------------------------------------*
      * 8800 - WRITE GL JOURNAL ROW                                   *
      * SHARED WITH THE OTHER MONEY-MOVING PROGRAMS VIA COPYBOOK      *
      * GLJLOG                                                        *
      *---------------------------------------------------------------*
       COPY GLJLOG.

      *---------------------------------------------------------------*
      * 8650/8660 - BILLING MODE MAPPINGS                              *
      * SHARED SYSTEM-WIDE VIA COPYBOOK BILLMODE                      *
      *---------------------------------------------------------------*
       COPY BILLMODE.
      *---------------------------------------------------------------*
      * 8700 THRU 8770 - CALENDAR DATE ARITHMETIC                      *
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.
