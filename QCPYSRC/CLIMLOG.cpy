      * AT ZERO - ROWS OVERSTATED FROM THE YEARS BEFORE THE RELEASE  *
      * EXISTED ARE REPAIRED BY THE CLIMRBDB REBUILD.                *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), REFQMNT, SVCBILB,     *
      *          SVCSWPB (VIA SVCSTAT), MATURTYB, CLMADJB, LOANANVB, *
      *          NBQUOTE (VIA NBUWENG - 8600 ONLY)                   *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT/FD CLIMST WITH COPY CLIMDATA,            *
      *              ORGANIZATION INDEXED, RECORD KEY CI-CLIENT-KEY, *
