      *===============================================================*
      * COPYBOOK:  CSCHDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-24                                        *
      *---------------------------------------------------------------*
      * COMMISSION SCHEDULE RECORD - ONE ROW PER PLAN PER ISSUE      *
      * CHANNEL, CARRYING THE COMMISSION RATE FOR EACH POLICY YEAR.  *
      * YEAR 1 IS THE FIRST-YEAR RATE PAID ON THE FULL ANNUAL        *
      * PREMIUM AT ISSUE; YEARS 2 ONWARD ARE THE RENEWAL RATES PAID  *
      * ON EACH MODAL PREMIUM AS IT IS POSTED. THE LAST OCCURRENCE   *
      * (YEAR 10) APPLIES TO POLICY YEAR 10 AND EVERY LATER YEAR.    *
      * PLAN CODE '*****' IS THE ALL-PLANS ROW FOR THE CHANNEL, USED *
      * FOR ANY PLAN WITHOUT A ROW OF ITS OWN.                        *
      * USED BY: CSCHLODB, AND EVERY COMMISSION WRITER VIA COPYBOOK  *
      *          COMMCALC                                             *
      *===============================================================*
       01  COMMSCH-RECORD.
           05  CS-SCHEDULE-KEY.
               10  CS-PLAN-CODE          PIC X(05).
               10  CS-ISSUE-CHANNEL      PIC X(02).
           05  CS-YEAR-RATE              PIC 9(01)V9999
                                         OCCURS 10 TIMES.
           05  FILLER                    PIC X(20).
