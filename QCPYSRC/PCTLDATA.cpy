      *===============================================================*
      * COPYBOOK:  PCTLDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-27                                        *
      *---------------------------------------------------------------*
      * PAYMENT NUMBER CONTROL RECORD - ONE ROW, KEYED BY            *
      * PN-CONTROL-ID 'PAYNUM', HOLDING THE LAST CHECK/TRACE NUMBER  *
      * ASSIGNED TO THE PAYMENT REGISTER. REWRITTEN AFTER EVERY      *
      * NUMBER IS TAKEN SO A RESTARTED RUN NEVER REISSUES ONE. THE   *
      * FIRST RUN FINDS NO ROW AND WRITES IT.                        *
      * 2000-05-15: A SECOND ROW, 'QUOTENUM', HOLDS THE LAST PREMIUM *
      *             QUOTE NUMBER GIVEN BY NBQUOTE (QUOTEPF).         *
      * USED BY: CLMPAYB, CANREFB, SUSPWKB, BNKRECB (VIA PREGLOG),   *
      *          NBQUOTE                                             *
      *===============================================================*
       01  PAYCTL-RECORD.
           05  PN-CONTROL-ID             PIC X(08).
           05  PN-LAST-NUMBER            PIC 9(10).
           05  PN-LAST-UPDATE-DATE       PIC 9(08).
           05  PN-LAST-UPDATE-PGM        PIC X(10).
           05  FILLER                    PIC X(20).
