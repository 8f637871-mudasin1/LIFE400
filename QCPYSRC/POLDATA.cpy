      * SYSTEM:    LIFE400 - LINCOLN LIFE INSURANCE CO.              *
      * AUTHOR:    R. KOWALSKI                                        *
      * DATE:      1997-09-12                                         *
      * VERSION:   3.4                                               *
      * MODIFIED:  2000-06-12 - ADDED AMENDMENT REVERSAL TYPE (RV)   *
      *            2000-05-15 - ADDED PREMIUM QUOTE ID               *
      *            2000-05-01 - ADDED LOAN YEAR STATEMENT FIELDS     *
      *            AND OVER-LOAN CURE DATE                           *
      *            2000-04-24 - ADDED FIRST-YEAR COMMISSION          *
      *            CHARGEBACK DATE                                   *
      *            2000-04-17 - ADDED SERVICING AGENT CODE           *
      *            2000-03-20 - ADDED ISSUE STATE AND STATUTORY CLAIM *
      *            INTEREST FIELDS                                   *
      *            2000-03-13 - ADDED RECORDED INVESTIGATION OUTCOME  *
      *            2000-03-06 - ADDED CRITICAL ILLNESS AND DISABILITY *
      *            CLAIM TYPES, CLAIM EVENT DATE AND WAIVER OF       *
      *            PREMIUM TRACKING FIELDS                           *
      *            2000-02-14 - ADDED AUTOMATIC PREMIUM LOAN        *
      *            ELECTION FLAG                                     *
      *            1999-12-20 - ADDED CLAIM DOCUMENT CHASE MARKER   *
      *            1999-11-29 - ADDED CANCEL REFUND EXTRACT FLAG    *
           05  PM-CONTROL-AREA.
               10  PM-POLICY-ID             PIC X(12).
               10  PM-APPLICATION-ID        PIC X(12).
      * THE NBQUOTE QUOTE THE APPLICATION WAS SUBMITTED ON, IF ANY -
      * NBUWENG 1850 HONOURS THE QUOTED PREMIUM (QUOTEPF) AT ISSUE
               10  PM-QUOTE-ID              PIC X(12) VALUE SPACES.
      *Y2K-REVIEWED 1998-11-14 - STORED AS YYYYMMDD (8-DIGIT)
               10  PM-PROCESS-DATE          PIC 9(08).
               10  PM-PLAN-CODE             PIC X(05).
                   88  PM-CHANNEL-AGENT     VALUE 'AG'.
                   88  PM-CHANNEL-ONLINE    VALUE 'ON'.
               10  PM-AGENT-CODE            PIC X(08).
      * PM-AGENT-CODE IS THE WRITING AGENT AND NEVER CHANGES AFTER
      * ISSUE - COMMISSION HISTORY RESOLVES AGAINST IT. THE
      * SERVICING AGENT IS WHO LOOKS AFTER THE POLICY NOW: BLANK
      * WHILE THE WRITING AGENT STILL SERVICES IT, SET BY AGTREASB
      * WHEN THAT AGENT IS EXPIRED AND THE BOOK MOVES TO A SUCCESSOR.
               10  PM-SERVICING-AGENT-CODE  PIC X(08) VALUE SPACES.
               10  PM-CURRENCY-CODE         PIC X(03).
      * THE STATE WHOSE INSURANCE LAW GOVERNS THE CONTRACT - DRIVES
      * THE STATUTORY INTEREST ON A LATE DEATH CLAIM SETTLEMENT
      * (STATE INTEREST TABLE STINTAB). BLANK ON POLICIES WRITTEN
      * BEFORE IT WAS CAPTURED - THEY TAKE THE COMPANY DEFAULT ROW.
               10  PM-ISSUE-STATE           PIC X(02) VALUE SPACES.
               10  PM-RETURN-CODE           PIC 9(02) VALUE 0.
               10  PM-RETURN-MESSAGE        PIC X(100) VALUE SPACES.
               10  PM-REINS-REFERRAL-IND    PIC X(01) VALUE 'N'.
                   88  PM-AMD-LOAN-REPAY    VALUE 'LR'.
                   88  PM-AMD-CANCEL        VALUE 'CA'.
                   88  PM-AMD-BENEF-CHANGE  VALUE 'BC'.
      * A REVERSAL PUTS THE POLICY BACK AS IT WAS BEFORE AN EARLIER
      * APPLIED AMENDMENT, FROM THAT AMENDMENT'S BEFORE-IMAGE ON
      * SVCBIMPF (SEE COPYBOOK SVCBDATA)
                   88  PM-AMD-REVERSAL      VALUE 'RV'.
               10  PM-OLD-PLAN-CODE         PIC X(05).
               10  PM-NEW-PLAN-CODE         PIC X(05).
               10  PM-OLD-SUM-ASSURED       PIC 9(13)V99.
      * STAMP, SO AN UNRELATED SERVICING TRANSACTION IN BETWEEN TWO
      * LOAN EVENTS CANNOT PULL THE INTEREST-ACCRUAL BASELINE FORWARD
               10  PM-LOAN-LAST-ACCRUAL-DATE PIC 9(08) VALUE 0.
      * THE LOAN YEAR RUNS FROM ONE ISSUE-DATE ANNIVERSARY TO THE
      * NEXT. LOANANVB CAPITALIZES THE YEAR'S INTEREST ON THE
      * ANNIVERSARY, STATES THE YEAR FROM THESE FIELDS AND RESETS
      * THEM: THE OPENING BALANCE IS THE BALANCE AT THE LAST LOAN
      * ANNIVERSARY, ADVANCES/REPAYMENTS ARE ADDED BY SVCBILB AND
      * APLLOG AS THEY POST, AND THE INTEREST TOTAL COLLECTS EVERY
      * ACCRUAL CAPITALIZED IN THE YEAR (NONE OF WHICH REACHES THE
      * GL UNTIL THE ANNIVERSARY POSTS IT)
               10  PM-LOAN-ANNIV-DATE       PIC 9(08) VALUE 0.
               10  PM-LOAN-OPEN-BALANCE     PIC 9(13)V99 VALUE 0.
               10  PM-LOAN-YTD-ADVANCES     PIC 9(13)V99 VALUE 0.
               10  PM-LOAN-YTD-REPAYMENTS   PIC 9(13)V99 VALUE 0.
               10  PM-LOAN-YTD-INTEREST     PIC 9(13)V99 VALUE 0.
      * SET BY LOANANVB WHEN THE LOAN BALANCE IS FOUND OVER THE
      * LOAN LIMIT AND THE OVER-LOAN NOTICE GOES OUT - THE DATE BY
      * WHICH A REPAYMENT MUST BRING IT BACK UNDER, AFTER WHICH THE
      * POLICY IS TERMINATED. ZERO WHEN THE LOAN IS WITHIN LIMIT.
               10  PM-OVERLOAN-CURE-DATE    PIC 9(08) VALUE 0.
      * AUTOMATIC PREMIUM LOAN ELECTION - WHEN SET, A POLICY THE
      * PAYMENT-STATUS EVALUATION WOULD LAPSE BORROWS THE OVERDUE
      * MODAL PREMIUM AGAINST ITS OWN LOAN CAPACITY INSTEAD
      * SO A NIGHT THE BATCH MISSES IS CAUGHT UP ON THE NEXT RUN
      * AND A RERUN CANNOT RE-RATE THE SAME ANNIVERSARY TWICE
               10  PM-LAST-ANNIV-RERATE-DATE PIC 9(08) VALUE 0.
      * THE DATE THE UNEARNED FIRST-YEAR COMMISSION WAS CHARGED BACK
      * (COMMCALC 8150) WHEN THE POLICY LAPSED OR WAS CANCELLED
      * INSIDE ITS FIRST POLICY YEAR - ZERO UNTIL THEN, SO A LAPSE
      * AFTER A REINSTATEMENT CANNOT CHARGE THE SAME COMMISSION BACK
      * A SECOND TIME
               10  PM-COMM-CHARGEBACK-DATE  PIC 9(08) VALUE 0.
               10  PM-UW-REQUIRED           PIC X(01) VALUE 'N'.
               10  PM-AMENDMENT-STATUS      PIC X(02).
                   88  PM-AMD-PENDING       VALUE 'PE'.
               10  PM-CLAIM-ID              PIC X(12).
               10  PM-CLAIM-TYPE            PIC X(02).
                   88  PM-CLAIM-DEATH       VALUE 'DT'.
                   88  PM-CLAIM-CRIT-ILLNESS VALUE 'CI'.
                   88  PM-CLAIM-DISABILITY  VALUE 'DI'.
               10  PM-CAUSE-OF-DEATH        PIC X(03).
                   88  PM-CAUSE-NATURAL     VALUE 'NAT'.
                   88  PM-CAUSE-ACCIDENT    VALUE 'ACC'.
                   88  PM-CAUSE-SUICIDE     VALUE 'SUI'.
                   88  PM-CAUSE-HOMICIDE    VALUE 'HOM'.
                   88  PM-CAUSE-UNKNOWN     VALUE 'UNK'.
      * THE INSURED EVENT ON A RIDER CLAIM - DATE OF DIAGNOSIS FOR A
      * CRITICAL ILLNESS (CI001) CLAIM, DATE OF DISABLEMENT FOR A
      * WAIVER OF PREMIUM (WOP01) CLAIM. A DEATH CLAIM USES
      * PM-DATE-OF-DEATH INSTEAD.
               10  PM-CLAIM-EVENT-DATE      PIC 9(08) VALUE 0.
               10  PM-DEATH-CERT-RECD       PIC X(01) VALUE 'N'.
               10  PM-CLAIM-FORM-RECD       PIC X(01) VALUE 'N'.
               10  PM-ID-PROOF-RECD         PIC X(01) VALUE 'N'.
                   88  PM-INVEST-NOT-REQ    VALUE 'N'.
                   88  PM-INVEST-PENDING    VALUE 'P'.
                   88  PM-INVEST-COMPLETE   VALUE 'C'.
      * THE OUTCOME OF A CONTESTABILITY INVESTIGATION AS RECORDED BY
      * CLAIMS STAFF THROUGH CLMMNT - CLMADJB RE-DERIVES THE STATUS
      * ABOVE ON EVERY RUN BUT HONOURS THIS OUTCOME, SO A CLEARED
      * CLAIM INSIDE THE CONTESTABLE PERIOD CAN FINALLY BE DECIDED.
      * BLANK UNTIL AN OUTCOME IS KEYED; RESET WHEN A NEW CLAIM IS
      * REGISTERED.
               10  PM-INVEST-OUTCOME        PIC X(01) VALUE SPACE.
                   88  PM-INVEST-CLEARED    VALUE 'C'.
                   88  PM-INVEST-DENIED     VALUE 'D'.
               10  PM-CLAIM-DECISION        PIC X(01).
                   88  PM-DECISION-APPROVED VALUE 'A'.
                   88  PM-DECISION-REJECTED VALUE 'R'.
               10  PM-CLAIM-LOAN-OFFSET     PIC 9(13)V99 VALUE 0.
               10  PM-CLAIM-PREM-OFFSET     PIC 9(13)V99 VALUE 0.
               10  PM-CLAIM-PAYMENT-AMT     PIC 9(13)V99.
      * STATUTORY INTEREST ON A DEATH CLAIM SETTLED LATER THAN THE
      * ISSUE STATE ALLOWS - SIMPLE INTEREST ON THE NET PAYMENT FROM
      * THE DATE OF DEATH TO THE SETTLE DATE, PAID ON TOP OF
      * PM-CLAIM-PAYMENT-AMT AND REPORTED SEPARATELY (1099-INT)
               10  PM-CLAIM-INTEREST-DAYS   PIC 9(05) VALUE 0.
               10  PM-CLAIM-INTEREST-RATE   PIC 9(01)V9999 VALUE 0.
               10  PM-CLAIM-INTEREST-AMT    PIC 9(13)V99 VALUE 0.
               10  PM-CLAIM-HOLD-REASON     PIC X(50).
      * SET ONCE BY CLMPAYB WHEN THE APPROVED SETTLEMENT IS WRITTEN
      * TO THE PAYMENT VENDOR EXTRACT, SO A RERUN OF THE EXTRACT JOB
                   88  PM-REINS-RECOVERED   VALUE 'Y'.
               10  PM-REINS-RECOVERY-AMT    PIC 9(13)V99 VALUE 0.
               10  PM-REINS-RECOVERY-DATE   PIC 9(08) VALUE 0.
      * WAIVER OF PREMIUM - SET ACTIVE BY CLMADJB WHEN A DISABILITY
      * CLAIM ON AN ACTIVE WOP01 RIDER IS APPROVED. WOPWAVB WAIVES
      * EACH MODAL PREMIUM AS IT FALLS DUE ON OR AFTER THE START
      * DATE, ADVANCING PM-PAID-TO-DATE WITH NO CASH, UNTIL THE
      * RECOVERY DATE KEYED BY CLAIMS IS REACHED OR THE INSURED
      * PASSES THE RIDER EXPIRY AGE - THEN THE WAIVER ENDS AND THE
      * POLICY BILLS NORMALLY AGAIN. KEPT APART FROM THE CLAIM
      * FIELDS ABOVE SO A LATER CLAIM ON THE SAME POLICY CANNOT
      * DISTURB A RUNNING WAIVER.
               10  PM-WOP-WAIVER-IND        PIC X(01) VALUE 'N'.
                   88  PM-WOP-WAIVER-ACTIVE VALUE 'Y'.
                   88  PM-WOP-WAIVER-ENDED  VALUE 'E'.
               10  PM-WOP-START-DATE        PIC 9(08) VALUE 0.
               10  PM-WOP-RECOVERY-DATE     PIC 9(08) VALUE 0.
               10  PM-WOP-END-DATE          PIC 9(08) VALUE 0.
               10  PM-WOP-PERIODS-WAIVED    PIC 9(03) VALUE 0.
               10  PM-WOP-WAIVED-TOTAL      PIC 9(13)V99 VALUE 0.
      *--- AUDIT DETAILS ------------------------------------------*
           05  PM-AUDIT-DETAILS.
               10  PM-LAST-ACTION-USER      PIC X(10).
