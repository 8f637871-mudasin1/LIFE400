      * DATE:      1999-03-15                                        *
      *---------------------------------------------------------------*
      * PLAN PARAMETER TABLE RECORD LAYOUT                           *
      * USED BY: NBUWB, NBINTKB, SVCBILB, SVCSWPB, PLANLODB, PLANMNT,*
      *          NBQUOTE                                             *
      * PURPOSE: ONE ROW PER PLAN CODE, HOLDING THE RATE-PLAN LIMITS *
      *          AND FEES THAT USED TO BE HARDCODED IN AN EVALUATE   *
      *          STATEMENT IN EACH UNDERWRITING/SERVICING PROGRAM.   *
