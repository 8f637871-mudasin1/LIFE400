      *===============================================================*
      * COPYBOOK:  AUDKDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-29                                        *
      *---------------------------------------------------------------*
      * KEYED AUDIT RECORD - EVERY AUDITPF ROW, COPIED BYTE FOR BYTE *
      * INTO AK-AUDIT-IMAGE BY THE NIGHTLY AUDROLB LOAD AND KEYED BY *
      * POLICY ID AND ACTION DATE, SO ONE POLICY'S HISTORY IS READ   *
      * STRAIGHT OFF THE KEY INSTEAD OF BY SCANNING THE WHOLE TRAIL. *
      * AK-SEQ-NO KEEPS SEVERAL ROWS FOR ONE POLICY ON ONE DAY IN THE*
      * ORDER THEY WERE WRITTEN TO AUDITPF. THE KEYED FILE IS NEVER  *
      * ROLLED OVER - IT HOLDS THE WHOLE TRAIL, INCLUDING EVERY      *
      * PERIOD AUDROLB HAS MOVED TO THE AUDHSTPF HISTORY FILE. THE   *
      * IMAGE MIRRORS THE 86-BYTE AUDIT-RECORD (AUDITDATA) - RESIZE  *
      * IT IF THAT RECORD EVER GROWS.                                *
      * USED BY: AUDROLB, POLINQB                                    *
      *===============================================================*
       01  AUDIT-KEYED-RECORD.
           05  AK-AUDIT-KEY.
               10  AK-POLICY-ID          PIC X(12).
               10  AK-ACTION-DATE        PIC 9(08).
               10  AK-SEQ-NO             PIC 9(05).
           05  AK-AUDIT-IMAGE            PIC X(86).
           05  FILLER                    PIC X(09).

