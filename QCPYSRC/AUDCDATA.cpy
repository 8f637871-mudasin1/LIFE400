      *===============================================================*
      * COPYBOOK:  AUDCDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-29                                        *
      *---------------------------------------------------------------*
      * AUDIT TRAIL CONTROL RECORD - ONE ROW, KEYED BY AC-CONTROL-ID *
      * 'AUDITCTL', MAINTAINED BY AUDROLB:                           *
      *   AC-KEYED-HIGH-WATER - AUDITPF ROWS ALREADY COPIED TO THE   *
      *     AUDKEYPF KEYED FILE (THE SAME ROW-COUNT DEVICE AS THE    *
      *     BALCTLB AND GLEXTRB MARKS). ROWS PAST THE MARK ARE       *
      *     TODAY'S AND ARE READ FROM AUDITPF ITSELF.                *
      *   AC-ROLLED-BEFORE - ROWS DATED BEFORE THIS DAY HAVE BEEN    *
      *     MOVED FROM AUDITPF TO THE AUDHSTPF HISTORY FILE.         *
      *   AC-HIST-LAST-SEQ - LAST AY-ROLL-SEQ GIVEN ON AUDHSTPF.     *
      * A ROLLOVER SUBTRACTS THE ROWS IT TOOK FROM BELOW EACH MARK SO*
      * A ROW COUNT STILL FENCES OFF THE SAME ROWS AFTERWARD.        *
      * USED BY: AUDROLB, POLINQB                                    *
      *===============================================================*
       01  AUDCTL-RECORD.
           05  AC-CONTROL-ID             PIC X(08).
           05  AC-KEYED-HIGH-WATER       PIC 9(09).
           05  AC-LAST-LOAD-DATE         PIC 9(08).
           05  AC-ROLLED-BEFORE          PIC 9(08).
           05  AC-LAST-ROLL-DATE         PIC 9(08).
           05  AC-LAST-ROLL-COUNT        PIC 9(09).
           05  AC-HIST-LAST-SEQ          PIC 9(09).
           05  FILLER                    PIC X(21).

