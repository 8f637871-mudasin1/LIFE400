      *             RD RIDER RATE          (CODE = RIDER CODE; PER   *
      *                MILLE, EXCEPT WOP01 = FRACTION OF BASE)       *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, RATELODB,    *
      *          RATEMNT, RPRSIMB, NBQUOTE, POLCHKB, MORTEXPB        *
      *===============================================================*
       01  RT-RATE-TABLE-REC.
           05  RT-RATE-KEY.
