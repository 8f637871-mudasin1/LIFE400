      * FLAGGED 'R', NEVER DELETED, SO THE PRIOR DESIGNATION IS      *
      * STILL VISIBLE AFTER A CHANGE.                                 *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, REFQMNT      *
      *          (VIA BENFLOG), CLMPAYB, POLCHKB                     *
      *===============================================================*
       01  BENEF-RECORD.
           05  BN-BENEF-KEY.
