      * EFFECTIVE DATE AT OR BEFORE WS-RATE-AS-OF-DATE, SO A REPRICE *
      * STAGED WITH A FUTURE EFFECTIVE DATE IS IGNORED UNTIL THAT    *
      * DATE ARRIVES. 8510 THEN RESOLVES EVERY LOOKUP IN STORAGE.    *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, RPRSIMB,     *
      *          NBQUOTE, POLCHKB, MORTEXPB                          *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT/FD RATETAB WITH COPY RATEDATA,           *
      *              ORGANIZATION INDEXED, ACCESS SEQUENTIAL, RECORD *
