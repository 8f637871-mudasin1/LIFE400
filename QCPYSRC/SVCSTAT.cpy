      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-03-08                                        *
      * MODIFIED:  2000-04-24 - UNEARNED FIRST-YEAR COMMISSION      *
      *            CHARGED BACK ON A NEW LAPSE (SV-206)              *
      *            2000-02-14 - AUTOMATIC PREMIUM LOAN ATTEMPTED   *
      *            BEFORE AN ELECTED POLICY LAPSES (SV-205)          *
      *            1999-11-15 - CLIENT EXPOSURE RELEASED ON A NEW   *
      *            LAPSE TRANSITION (SV-204)                         *
      * REQUIREMENTS (SEE THAT COPYBOOK'S HEADER), AND REWRITE THE   *
      * POLICY WHENEVER WS-APL-APPLIED IS SET EVEN IF THE CONTRACT   *
      * STATUS DID NOT CHANGE - THE LOAN BALANCE AND PAID-TO DATE    *
      * DID. A NEW LAPSE INSIDE THE FIRST POLICY YEAR CHARGES BACK   *
      * THE UNEARNED FIRST-YEAR COMMISSION VIA COPYBOOK COMMCALC     *
      * (8150), SO THE CALLER MUST ALSO MEET COMMCALC'S CALLER        *
      * REQUIREMENTS AND HAVE STAMPED PM-LAST-ACTION-USER/DATE FIRST.*
      *===============================================================*
      *---------------------------------------------------------------*
      * 1300 - EVALUATE PAYMENT STATUS (SV-201 THRU SV-202)          *
           IF PM-CONTRACT-STATUS NOT = WS-OLD-CONTRACT-STATUS AND
              PM-STATUS-LAPSED
               PERFORM 8620-RELEASE-CLIENT-EXPOSURE
      * SV-206: THE FIRST-YEAR COMMISSION WAS PAID IN FULL AT ISSUE -
      *         A LAPSE BEFORE THE FIRST ANNIVERSARY CHARGES BACK THE
      *         PART THE PREMIUM NEVER COVERED
               PERFORM 8150-CHARGEBACK-FIRST-YEAR
           END-IF.
