      * BILLED A MODE (THE SAME DRIFT RISK THE PLAN, RATE AND        *
      * CURRENCY TABLES REMOVED FOR THEIR CONSTANTS) - A MODAL       *
      * LOADING CHANGE IS NOW A ONE-COPYBOOK EDIT.                    *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, ANNIVB,      *
      *          NBQUOTE (8650); PAYPOSTB (8660); SVCBILB (8670)     *
      *---------------------------------------------------------------*
      * CALLER MUST: DECLARE WS-MODAL-DIVISOR PIC 9(02) AND          *
      *              WS-MODAL-FACTOR PIC 9(01)V9999 (8650 SETS       *
