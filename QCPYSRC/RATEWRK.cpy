      * TYPE/CODE THE ROW WITH THE LATEST EFFECTIVE DATE AT OR       *
      * BEFORE WS-RATE-AS-OF-DATE. 8510-FIND-RATE-FACTOR RESOLVES    *
      * LOOKUPS AGAINST THIS TABLE, NOT THE FILE.                     *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, RPRSIMB,     *
      *          NBQUOTE, POLCHKB, MORTEXPB                          *
      *===============================================================*
       77  WS-RATETAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RATETAB-EOF-FLAG       PIC X VALUE 'N'.
