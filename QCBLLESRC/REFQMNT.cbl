      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-06-18                                        *
      * VERSION:   1.4                                               *
      * MODIFIED:  2000-04-24 - COMMISSION RATE FROM THE             *
      *            SCHEDULE (COMMSCH)                                *
      *            2000-02-21 - REINSTATEMENT FEE JOURNALED TO THE  *
      *            LEDGER (GLJLOG) - THE SVCBILB FEE PATH ALREADY    *
      *            WAS, THIS ONE SILENTLY MISSED IT                  *
      *            1999-11-15 - CLIENT EXPOSURE RE-POSTED ON AN     *
      * CALLED BY: RUNREFQ (CL - ONLINE UNDERWRITER WORKBENCH)       *
      * FILES:     POLMST (I-O INDEXED), REFQPF (I-O INDEXED),       *
      *            COMMPF (OUTPUT SEQUENTIAL, EXTEND - COMMISSIONS), *
      *            COMMSCH (INPUT INDEXED - COMMISSION SCHEDULE),    *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL),*
      *            BENEPF (I-O INDEXED - BENEFICIARY MASTER),        *
      *            CLIMST (I-O INDEXED - CLIENT/INSURED MASTER),     *
      *            GLJRNPF (OUTPUT SEQUENTIAL, EXTEND - GL JOURNAL)  *
      * COPYBOOK:  POLDATA, REFQDATA, COMMDATA, AUDITDATA, BENFDATA, *
      *            CLIMDATA, GLJDATA, GLJLOG, CSCHDATA, COMMWRK,     *
      *            COMMCALC (QCPYSRC)                                *
      *---------------------------------------------------------------*
      * RETURN CODES (LK-RETURN-CODE, TO THE CALLER):                 *
      *  00 - DECISION APPLIED SUCCESSFULLY                          *
               ASSIGN TO DATABASE-COMMPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMMPF-STATUS.
           SELECT COMMSCH
               ASSIGN TO DATABASE-COMMSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-SCHEDULE-KEY
               FILE STATUS IS WS-COMMSCH-STATUS.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
       COPY REFQDATA.
       FD  COMMPF.
       COPY COMMDATA.
       FD  COMMSCH.
       COPY CSCHDATA.
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  BENEPF.

       WORKING-STORAGE SECTION.
       COPY DATEWRK.
       COPY COMMWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-REFQPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-COMMPF-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDIT-ACTION-TYPE      PIC X(02) VALUE SPACES.
       77  WS-AUDIT-OLD-STATUS       PIC X(02) VALUE SPACES.
           OPEN I-O POLMST
           OPEN I-O REFQPF
           OPEN EXTEND COMMPF
           OPEN INPUT COMMSCH
           OPEN EXTEND AUDITPF
           OPEN I-O BENEPF
           OPEN I-O CLIMST
      * 9900 - CLOSE ALL FILES                                        *
      *---------------------------------------------------------------*
       9900-CLOSE-FILES.
           CLOSE POLMST REFQPF COMMPF AUDITPF BENEPF CLIMST GLJRNPF
               COMMSCH.

      *---------------------------------------------------------------*
      * 8000 - WRITE AUDIT RECORD                                     *
       COPY AUDITLOG.

      *---------------------------------------------------------------*
      * 8100 THRU 8150 - COMMISSION CALCULATION AND CHARGEBACK        *
      * SHARED WITH NBUWB/NBINTKB/SVCBILB VIA COPYBOOK COMMCALC       *
      *---------------------------------------------------------------*
       COPY COMMCALC.
