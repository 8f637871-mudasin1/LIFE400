      * DATE:      1999-03-15                                        *
      *---------------------------------------------------------------*
      * LOAD PLAN PARAMETERS FROM PLANTAB - SHARED PROCEDURE LOGIC   *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, SVCSWPB,     *
      *          NBQUOTE (VIA NBUWENG)                               *
      * PURPOSE: REPLACES THE DUPLICATED HARDCODED EVALUATE ON       *
      *          PM-PLAN-CODE THAT USED TO APPEAR IN EVERY CALLER.   *
      *          LOOKS UP THE PLAN ON PLANTAB AND MOVES ITS          *
