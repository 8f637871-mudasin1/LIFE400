      *===============================================================*
      * COPYBOOK:  COMMWRK (WORKING-STORAGE)                         *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-24                                        *
      *---------------------------------------------------------------*
      * WORKING STORAGE FOR THE COMMISSION CALCULATION (COPYBOOK     *
      * COMMCALC). THE CALLER SETS WS-COMM-ACTION-TYPE AND           *
      * WS-COMM-BASIS, AND MAY SET WS-COMM-YEAR-DATE TO THE DATE     *
      * WHOSE POLICY YEAR PRICES THE ROW (A RENEWAL PREMIUM'S DUE    *
      * DATE) - LEFT AT ZERO, PM-PROCESS-DATE IS USED. COMMCALC      *
      * RESETS IT TO ZERO AFTER EVERY ROW.                            *
      * USED BY: NBUWB, NBINTKB, REFQMNT, SVCBILB, SVCSWPB,          *
      *          PAYPOSTB, DDEXTRB, DDRETNB, NBQUOTE                 *
      *===============================================================*
       77  WS-COMMSCH-STATUS         PIC X(02) VALUE SPACES.
       77  WS-COMM-ACTION-TYPE       PIC X(02) VALUE SPACES.
       77  WS-COMM-BASIS             PIC S9(13)V99 VALUE 0.
       77  WS-COMM-RATE              PIC 9(01)V9999 VALUE 0.
       77  WS-COMM-YEAR-DATE         PIC 9(08) VALUE 0.
       77  WS-COMM-POLICY-YEAR       PIC 9(03) VALUE 0.
       77  WS-COMM-YEAR-IDX          PIC 9(02) VALUE 0.
       77  WS-COMM-YEAR-DAYS         PIC 9(03) VALUE 0.
       77  WS-COMM-EARNED-DAYS       PIC S9(08) VALUE 0.
       77  WS-COMM-EARNED-TO-DATE    PIC 9(08) VALUE 0.
       77  WS-COMM-ANNIV-DATE        PIC 9(08) VALUE 0.
       77  WS-COMM-SCHED-FLAG        PIC X VALUE 'N'.
           88  WS-COMM-SCHED-FOUND   VALUE 'Y'.
