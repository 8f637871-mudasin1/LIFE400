      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-04-19                                        *
      * MODIFIED:  2000-06-12 - AMENDMENT REVERSAL ROW TYPE (RV)     *
      *            2000-04-24 - RENEWAL, DISHONOUR AND FIRST-YEAR    *
      *            CHARGEBACK ROW TYPES (RN/RD/CB)                   *
      *            1999-10-11 - ADDED CURRENCY CODE                  *
      *            1999-08-09 - ADDED WRITING AGENT CODE             *
      *---------------------------------------------------------------*
      * COMMISSION SETTLEMENT RECORD - ONE ROW WRITTEN FOR EVERY     *
      * NBUWB/NBINTKB ISSUE, EVERY PREMIUM-CHANGING SVCBILB          *
      * AMENDMENT (AND ITS NEGATION WHEN THE AMENDMENT IS REVERSED,  *
      * RV), EVERY RENEWAL PREMIUM POSTED BY PAYPOSTB OR             *
      * DDEXTRB (RN) AND REVERSED BY DDRETNB (RD), AND EVERY FIRST-  *
      * YEAR CHARGEBACK ON AN EARLY LAPSE OR CANCELLATION (CB), FOR  *
      * MONTHLY AGENT/BRANCH COMMISSION SETTLEMENT.                   *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, SVCSWPB,     *
      *          REFQMNT, PAYPOSTB, DDEXTRB, DDRETNB (VIA COMMCALC), *
      *          COMSTLB, GLEXTRB                                     *
      *===============================================================*
       01  COMM-RECORD.
           05  CM-POLICY-ID              PIC X(12).
