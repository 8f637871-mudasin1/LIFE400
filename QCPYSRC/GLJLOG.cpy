      * LEDGER - GLEXTRB SUMMARIZES THESE ROWS NIGHTLY PER           *
      * TRANSACTION TYPE PER CURRENCY WITH A CONTROL TOTAL.          *
      * USED BY: PAYPOSTB, SUSPWKB, DDEXTRB, DDRETNB, SVCBILB,       *
      *          SVCSWPB (VIA APLLOG), CLMPAYB, CANREFB, REFQMNT,     *
      *          LOANANVB                                             *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT/FD GLJRNPF WITH COPY GLJDATA, OPEN       *
      *              EXTEND THE FILE BEFORE PERFORMING, DECLARE      *
