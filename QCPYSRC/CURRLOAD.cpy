      * SAME WAY AS THE RATE TABLE LOAD (RATELOAD): PER CURRENCY     *
      * CODE, THE ROW WITH THE LATEST EFFECTIVE DATE AT OR BEFORE    *
      * WS-CURR-AS-OF-DATE APPLIES.                                   *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), POLRPTB, COMSTLB,     *
      *          NBQUOTE, MORTEXPB                                   *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT/FD CURRTAB WITH COPY CURRDATA,           *
      *              ORGANIZATION INDEXED, ACCESS SEQUENTIAL, RECORD *
