      *===============================================================*
      * COPYBOOK:  AUDHDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-29                                        *
      *---------------------------------------------------------------*
      * AUDIT HISTORY RECORD - ONE ROW PER AUDITPF ROW THAT THE      *
      * MONTHLY AUDROLB ROLLOVER MOVED OFF THE LIVE TRAIL ONCE ITS   *
      * MONTH CLOSED. KEYED BY ACTION DATE, SO A PERIOD REPORT STARTS*
      * AT ITS FIRST DAY AND STOPS PAST ITS LAST INSTEAD OF READING  *
      * BACK TO 1997. AY-ROLL-SEQ IS A RUNNING NUMBER FROM THE       *
      * AUDCTLPF CONTROL ROW THAT KEEPS THE ROWS OF ONE DAY UNIQUE   *
      * AND IN THEIR ORIGINAL AUDITPF ORDER; AY-ROLLED-DATE IS THE   *
      * DATE OF THE ROLLOVER THAT MOVED THE ROW. THE IMAGE MIRRORS   *
      * THE 86-BYTE AUDIT-RECORD (AUDITDATA) BYTE FOR BYTE.          *
      * USED BY: AUDROLB, PERSRPTB, VALEXTB (VIA AUDHREAD)           *
      *===============================================================*
       01  AUDIT-HISTORY-RECORD.
           05  AY-HISTORY-KEY.
               10  AY-ACTION-DATE        PIC 9(08).
               10  AY-ROLL-SEQ           PIC 9(09).
           05  AY-ROLLED-DATE            PIC 9(08).
           05  AY-AUDIT-IMAGE            PIC X(86).
           05  FILLER                    PIC X(09).

