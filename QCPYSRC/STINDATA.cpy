      *===============================================================*
      * COPYBOOK:  STINDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-20                                        *
      * MODIFIED:  2000-03-27 - ADDED UNCLAIMED-PROPERTY DORMANCY    *
      *            PERIOD                                             *
      *---------------------------------------------------------------*
      * STATE CLAIM INTEREST TABLE RECORD - ONE ROW PER STATE PER    *
      * EFFECTIVE DATE. A DEATH CLAIM SETTLED MORE THAN               *
      * SI-ALLOWED-DAYS AFTER THE DATE OF DEATH EARNS SIMPLE         *
      * INTEREST AT SI-INTEREST-RATE (ANNUAL) FOR THE WHOLE PERIOD   *
      * FROM THE DATE OF DEATH. EFFECTIVE DATING WORKS THE SAME WAY  *
      * AS RATETAB AND CURRTAB - THE LATEST ROW AT OR BEFORE THE     *
      * DATE OF DEATH APPLIES. STATE CODE 'DF' IS THE COMPANY        *
      * DEFAULT, USED FOR A POLICY WHOSE STATE HAS NO ROW OF ITS OWN.*
      * SI-DORMANCY-YEARS IS THE STATE'S UNCLAIMED-PROPERTY PERIOD - *
      * AN UNCASHED PAYMENT OLDER THAN THIS IS REPORTED FOR          *
      * ESCHEATMENT (PAYAGEB), USING THE ROW IN FORCE AT THE RUN     *
      * DATE.                                                         *
      * USED BY: CLMADJB, STILODB, PAYAGEB                            *
      *===============================================================*
       01  STINT-RECORD.
           05  SI-STATE-KEY.
               10  SI-STATE-CODE         PIC X(02).
               10  SI-EFFECTIVE-DATE     PIC 9(08).
           05  SI-INTEREST-RATE          PIC 9(01)V9999.
           05  SI-ALLOWED-DAYS           PIC 9(03).
           05  SI-DORMANCY-YEARS         PIC 9(02).
           05  FILLER                    PIC X(18).
