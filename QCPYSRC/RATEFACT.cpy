      * HARDCODED EVALUATES IN THE NEW BUSINESS ENGINE AND IN        *
      * SERVICING, SO AN ACTUARIAL REPRICE IS ONE RATETAB CHANGE     *
      * INSTEAD OF A DUAL PROGRAM CHANGE WITH DRIFT RISK.            *
      * USED BY: NBUWB, NBINTKB, NBQUOTE (VIA NBUWENG - ISSUE AGE),  *
      *          SVCBILB, RPRSIMB, POLCHKB, MORTEXPB (ATTAINED AGE)  *
      *---------------------------------------------------------------*
      * CALLER MUST: COPY RATEWRK, COPY RATELOAD (8510), HAVE        *
      *              PERFORMED 1150-LOAD-RATE-TABLE, MOVE THE RATING *
