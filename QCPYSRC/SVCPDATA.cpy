      *===============================================================*
      * COPYBOOK:  SVCPDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-06-12                                        *
      *---------------------------------------------------------------*
      * SERVICING TRANSACTION CONTROL RECORD (SVCPF) - ONE ROW PER   *
      * SVC ID, WRITTEN BY SVCBILB ONCE THE TRANSACTION HAS RUN, SO  *
      * A RESTARTED RUN SKIPS IT INSTEAD OF RE-CHARGING ITS FEES     *
      * (SV-001). MOVED OUT OF SVCBILB INTO THIS COPYBOOK FOR THE    *
      * AMENDMENT REVERSAL (RV): SVCINTKB REGISTERS THE REVERSAL'S   *
      * ROW, NOT YET COMPLETE, CARRYING THE SVC ID IT REVERSES       *
      * BEFORE IT CALLS SVCBILB, AND SVCBILB MARKS THE ORIGINAL ROW  *
      * REVERSED. A REVERSED ROW STILL COUNTS AS PROCESSED - IT IS   *
      * NEVER RUN AGAIN.                                             *
      * USED BY: SVCBILB, SVCINTKB                                   *
      *===============================================================*
       01  SVC-RECORD.
           05  SVC-SVC-ID            PIC X(12).
           05  SVC-POL-ID            PIC X(12).
           05  SVC-COMPLETE-FLAG     PIC X(01).
               88  SVC-PROCESSED     VALUE 'Y' 'R'.
               88  SVC-REVERSED      VALUE 'R'.
           05  SVC-COMPLETE-DATE     PIC 9(08).
      * ON A REVERSAL (RV) ROW - THE SVC ID OF THE AMENDMENT IT TAKES
      * BACK, REGISTERED BY SVCINTKB
           05  SVC-REVERSE-OF-SVC-ID PIC X(12).
      * ON A REVERSED ROW - THE RV TRANSACTION THAT REVERSED IT, AND
      * WHEN
           05  SVC-REVERSED-BY-SVC-ID PIC X(12).
           05  SVC-REVERSED-DATE     PIC 9(08).
           05  FILLER                PIC X(159).
