      *===============================================================*
      * COPYBOOK:  PREGLOG (PROCEDURE DIVISION)                      *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-27                                        *
      *---------------------------------------------------------------*
      * REGISTER ONE OUTGOING PAYMENT ON OUTPAY AND GIVE IT THE NEXT *
      * CHECK/TRACE NUMBER FROM THE PAYCTL CONTROL ROW - SHARED      *
      * PROCEDURE LOGIC, PERFORMED BY EVERY PROGRAM THAT WRITES A    *
      * PAYMENT VENDOR ROW, BEFORE THE ROW IS WRITTEN, SO THE        *
      * NUMBER ON THE VENDOR ROW AND THE REGISTER ALWAYS AGREE.      *
      * USED BY: CLMPAYB, CANREFB, SUSPWKB, BNKRECB                  *
      *---------------------------------------------------------------*
      * CALLER MUST: SELECT/FD OUTPAY WITH COPY PREGDATA (INDEXED,   *
      *              RECORD KEY PR-PAYMENT-NUMBER, RANDOM OR DYNAMIC *
      *              ACCESS) AND PAYCTL WITH COPY PCTLDATA (INDEXED, *
      *              RECORD KEY PN-CONTROL-ID, RANDOM ACCESS), OPEN  *
      *              BOTH I-O, DECLARE WS-CURR-DATE PIC 9(08) (SET   *
      *              AT RUN START), WS-PRG-SOURCE PIC X(10) (VALUE = *
      *              PROGRAM NAME) AND WS-PRG-WRITTEN-FLAG PIC X     *
      *              WITH 88 WS-PRG-WRITTEN VALUE 'Y'.               *
      *              BEFORE EACH PERFORM: INITIALIZE OUTPAY-RECORD   *
      *              AND MOVE THE SOURCE TYPE, POLICY, CLAIM ID OR   *
      *              REMITTANCE REF, PAYEE, SEQUENCE, MODE, AMOUNT,  *
      *              CURRENCY AND ISSUE STATE. THE NUMBER, STATUS    *
      *              AND ISSUE DATE ARE SET HERE; THE CALLER TAKES   *
      *              THE NUMBER FROM PR-PAYMENT-NUMBER AFTERWARD.    *
      *===============================================================*
      *---------------------------------------------------------------*
      * 8500 - REGISTER ONE PAYMENT UNDER THE NEXT PAYMENT NUMBER     *
      *        A NUMBER ALREADY ON THE REGISTER (A CONTROL ROW        *
      *        RESTORED FROM AN OLDER SAVE) IS STEPPED OVER, NEVER    *
      *        REUSED                                                  *
      *---------------------------------------------------------------*
       8500-REGISTER-PAYMENT.
           MOVE 'PAYNUM' TO PN-CONTROL-ID
           READ PAYCTL
               INVALID KEY
                   INITIALIZE PAYCTL-RECORD
                   MOVE 'PAYNUM' TO PN-CONTROL-ID
                   MOVE 0 TO PN-LAST-NUMBER
                   MOVE WS-CURR-DATE TO PN-LAST-UPDATE-DATE
                   MOVE WS-PRG-SOURCE TO PN-LAST-UPDATE-PGM
                   WRITE PAYCTL-RECORD
           END-READ
           MOVE WS-PRG-SOURCE TO PR-SOURCE-PROGRAM
           MOVE WS-CURR-DATE TO PR-ISSUE-DATE
           MOVE 'O' TO PR-STATUS
           MOVE WS-CURR-DATE TO PR-STATUS-DATE
           MOVE 'N' TO PR-POSPAY-IND
           MOVE 'N' TO WS-PRG-WRITTEN-FLAG
           PERFORM UNTIL WS-PRG-WRITTEN
               ADD 1 TO PN-LAST-NUMBER
               MOVE PN-LAST-NUMBER TO PR-PAYMENT-NUMBER
               WRITE OUTPAY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PRG-WRITTEN-FLAG
               END-WRITE
           END-PERFORM
           MOVE WS-CURR-DATE TO PN-LAST-UPDATE-DATE
           MOVE WS-PRG-SOURCE TO PN-LAST-UPDATE-PGM
           REWRITE PAYCTL-RECORD.
