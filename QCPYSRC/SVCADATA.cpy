      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-01-10                                        *
      * MODIFIED:  2000-06-12 - ADDED THE ORIGINAL SVC ID CARRIED BY *
      *            AN AMENDMENT REVERSAL (RV)                        *
      *---------------------------------------------------------------*
      * SERVICING AMENDMENT TRANSACTION RECORD - ONE BRANCH-KEYED    *
      * AMENDMENT REQUEST ON THE NIGHTLY INTAKE FILE FOR SVCINTKB,   *
      * REQUEST IS KEYED. ONLY THE FIELDS THE AMENDMENT TYPE USES    *
      * NEED BE FILLED; THE REST STAY ZERO/SPACES.                    *
      * AMENDMENT TYPES: THE PM-AMENDMENT-TYPE SET - PL SA BM AR RR  *
      * RI LN LR CA BC RV (SEE POLDATA). A REVERSAL (RV) CARRIES     *
      * ONLY THE SVC ID OF THE APPLIED AMENDMENT IT TAKES BACK, IN   *
      * SA-REVERSE-SVC-ID.                                           *
      * USED BY: SVCINTKB                                             *
      *===============================================================*
       01  SVCAMD-RECORD.
               10  SA-BENEF-NAME        PIC X(40).
               10  SA-BENEF-RELATION    PIC X(20).
               10  SA-BENEF-PERCENT     PIC 9(03)V99.
      * THE SVC ID OF THE AMENDMENT AN RV TRANSACTION REVERSES -
      * BLANK ON EVERY OTHER TYPE
           05  SA-REVERSE-SVC-ID        PIC X(12).
           05  FILLER                   PIC X(08).
