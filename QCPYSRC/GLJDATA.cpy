      *  DX DEBIT DISHONOURED     DR PREMINC  / CR CASH     DDRETNB  *
      *  FE SERVICE FEE CHARGED   DR FEERECV  / CR FEEINC   SVCBILB, *
      *     REFQMNT (APPROVED REINSTATEMENT REFERRAL)                 *
      *  FR SERVICE FEE REVERSED  DR FEEINC   / CR FEERECV  SVCBILB  *
      *     (AMENDMENT REVERSAL - OFFSETS THE ORIGINAL FE)           *
      *  LN POLICY LOAN ISSUED    DR POLLOAN  / CR CASH     SVCBILB  *
      *  LR POLICY LOAN REPAID    DR CASH     / CR POLLOAN  SVCBILB  *
      *  LI LOAN INTEREST CAPIT.  DR POLLOAN  / CR LOANINT  LOANANVB *
      *  AP AUTO PREMIUM LOAN     DR POLLOAN  / CR PREMINC  SVCBILB/ *
      *     SVCSWPB (VIA APLLOG)                                      *
      *  CA CANCEL REFUND RAISED  DR PREMINC  / CR REFNDPAY SVCBILB  *
      *  CL CLAIM DISBURSED       DR CLMEXP   / CR CLMPAY   CLMPAYB  *
      *  IN CLAIM INTEREST PAID   DR CLMINT   / CR CLMPAY   CLMPAYB  *
      *  CN CANCEL REFUND PAID    DR REFNDPAY / CR CASH     CANREFB  *
      *  WV PREMIUM WAIVED (WOP)  DR WOPEXP   / CR PREMINC  WOPWAVB  *
      *  CM COMMISSION EARNED     DR COMMEXP  / CR COMMPAY  (GLEXTRB *
      *     DERIVES CM LINES FROM COMMPF - NO GLJRNPF ROW IS WRITTEN *
      *     AT COMMISSION TIME)                                       *
      * USED BY: PAYPOSTB, SUSPWKB, DDEXTRB, DDRETNB, SVCBILB,        *
      *          SVCSWPB, CLMPAYB, CANREFB, REFQMNT, WOPWAVB,         *
      *          LOANANVB, GLEXTRB                                     *
      *          (VIA COPYBOOK GLJLOG)                                 *
      *===============================================================*
       01  GLJRN-RECORD.
           05  GJ-JOURNAL-DATE           PIC 9(08).
