      *===============================================================*
      * COPYBOOK:  AUDHREAD (PROCEDURE DIVISION)                     *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-29                                        *
      *---------------------------------------------------------------*
      * READ THE ROLLED-OVER AUDIT HISTORY (AUDHSTPF) FOR ONE        *
      * PERIOD - SHARED PROCEDURE LOGIC                              *
      * USED BY: PERSRPTB, VALEXTB                                   *
      * PURPOSE: THE MONTHLY AUDROLB ROLLOVER MOVES CLOSED MONTHS    *
      *          OFF AUDITPF, SO A PERIOD REPORT THAT ONLY READ      *
      *          AUDITPF WOULD SILENTLY LOSE THEM. 8100 POSITIONS    *
      *          AUDHSTPF ON THE FIRST DAY OF THE PERIOD AND 8110    *
      *          HANDS BACK ONE ROW AT A TIME IN AUDIT-RECORD, JUST  *
      *          AS A READ OF AUDITPF WOULD, UNTIL THE LAST DAY IS   *
      *          PASSED - THE CALLER CLASSIFIES EACH ROW WITH ITS OWN*
      *          AUDITPF LOGIC. A SHOP THAT HAS NEVER ROLLED OVER HAS*
      *          NO AUDHSTPF YET AND SIMPLY GETS NO HISTORY ROWS.    *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT AUDHSTPF (ORGANIZATION INDEXED, ACCESS   *
      *              DYNAMIC, RECORD KEY AY-HISTORY-KEY) WITH AN FD  *
      *              COPYING AUDHDATA, HAVE AUDIT-RECORD (AUDITDATA) *
      *              DEFINED, AND DECLARE WS-AUDHST-STATUS PIC X(02),*
      *              WS-AUDH-FROM-DATE PIC 9(08), WS-AUDH-TO-DATE    *
      *              PIC 9(08) AND WS-AUDH-EOF-FLAG PIC X WITH LEVEL *
      *              88 WS-AUDH-EOF VALUE 'Y'. ZERO FROM/TO DATES    *
      *              MEAN AN OPEN-ENDED PERIOD. THE FILE IS OPENED BY*
      *              8100 AND CLOSED BY 8110 AT THE END OF THE PERIOD*
      *              - READ ON UNTIL WS-AUDH-EOF, DO NOT STOP EARLY. *
      *===============================================================*
      *---------------------------------------------------------------*
      * 8100 - OPEN THE HISTORY AND POSITION ON THE PERIOD'S FIRST DAY*
      *---------------------------------------------------------------*
       8100-START-AUDIT-HISTORY.
           MOVE 'N' TO WS-AUDH-EOF-FLAG
           OPEN INPUT AUDHSTPF
           IF WS-AUDHST-STATUS = '35'
               MOVE 'Y' TO WS-AUDH-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUDH-FROM-DATE TO AY-ACTION-DATE
           MOVE 0 TO AY-ROLL-SEQ
           START AUDHSTPF KEY NOT LESS THAN AY-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUDH-EOF-FLAG
                   CLOSE AUDHSTPF
           END-START.

      *---------------------------------------------------------------*
      * 8110 - READ THE NEXT HISTORY ROW INTO AUDIT-RECORD, STOPPING  *
      *        PAST THE PERIOD'S LAST DAY                             *
      *---------------------------------------------------------------*
       8110-READ-NEXT-AUDIT-HISTORY.
           READ AUDHSTPF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AUDH-EOF-FLAG
           END-READ
           IF NOT WS-AUDH-EOF AND WS-AUDH-TO-DATE NOT = 0 AND
              AY-ACTION-DATE > WS-AUDH-TO-DATE
               MOVE 'Y' TO WS-AUDH-EOF-FLAG
           END-IF
           IF WS-AUDH-EOF
               CLOSE AUDHSTPF
           ELSE
               MOVE AY-AUDIT-IMAGE TO AUDIT-RECORD
           END-IF.
