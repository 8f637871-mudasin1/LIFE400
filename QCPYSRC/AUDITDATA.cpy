      * EVERY NBUWB/NBINTKB ISSUANCE AND EVERY SVCBILB AMENDMENT,     *
      * NEVER REWRITTEN OR DELETED, SO A POLICY'S FULL HISTORY OF    *
      * WHO CHANGED WHAT AND WHEN SURVIVES PAST THE NEXT TRANSACTION. *
      * 2000-05-29: AUDROLB COPIES EVERY ROW TO THE KEYED AUDKEYPF   *
      *             NIGHTLY AND MOVES CLOSED MONTHS TO THE AUDHSTPF  *
      *             HISTORY MONTHLY - A ROW IS NEVER CHANGED, BUT    *
      *             AUDITPF ITSELF NOW HOLDS ONLY THE OPEN MONTHS.   *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB (VIA AUDITLOG)*
      *===============================================================*
       01  AUDIT-RECORD.
           05  AU-NEW-CONTRACT-STATUS    PIC X(02).
           05  AU-OLD-TOTAL-PREMIUM      PIC 9(13)V99.
           05  AU-NEW-TOTAL-PREMIUM      PIC 9(13)V99.
      * WHAT A MAINTENANCE ACTION DID WHEN IT DOES NOT MOVE THE
      * CONTRACT STATUS - E.G. WHICH CLAIM DOCUMENT CLMMNT LOGGED AS
      * RECEIVED. BLANK ON EVERY OTHER ROW.
           05  AU-ACTION-DETAIL          PIC X(16).
           05  FILLER                    PIC X(04).
