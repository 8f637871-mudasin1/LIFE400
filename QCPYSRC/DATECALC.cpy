      * STATEMENT SO IT TRUNCATES THE WAY THE FORMULAS EXPECT.       *
      * USED BY: SVCBILB, SVCSWPB (ALSO VIA SVCSTAT/NOTICELOG),      *
      *          NBUWB, NBINTKB (VIA NBUWENG), CLMADJB, REFQMNT,     *
      *          PAYPOSTB, BILNOTB, ARCHSWPB, ANNIVB, PAYAGEB,       *
      *          NBQUOTE, POLCHKB                                    *
      *---------------------------------------------------------------*
      * CALLER MUST: COPY DATEWRK IN WORKING-STORAGE.                *
      * 8700 - WS-DC-DATE-1-N            -> WS-DC-DAY-NUMBER         *
