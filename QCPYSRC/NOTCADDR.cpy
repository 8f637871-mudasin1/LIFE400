      *===============================================================*
      * COPYBOOK:  NOTCADDR (PROCEDURE DIVISION)                     *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-10                                        *
      *---------------------------------------------------------------*
      * ADDRESS ONE POLICYHOLDER NOTICE JUST BEFORE IT IS WRITTEN TO *
      * NOTICEPF - SHARED BY EVERY NOTICE WRITER. A PREMIUM BILL     *
      * (PD) OR A DISHONOURED-DEBIT RE-BILL (DD) GOES TO THE PAYOR;  *
      * EVERY OTHER NOTICE GOES TO THE POLICYOWNER (COPYBOOK         *
      * PRTYLOOK). A NOTICE TO A RETURNED-MAIL ADDRESS IS STILL      *
      * WRITTEN, AS THE RECORD THAT IT WAS PRODUCED, BUT CARRIES THE *
      * MAIL-HOLD INDICATOR SO THE VENDOR DOES NOT MAIL IT.          *
      * USED BY: BILNOTB, DDRETNB, CLMCHSB, SVCBILB, SVCSWPB (VIA    *
      *          COPYBOOKS NOTICELOG/APLLOG), LOANANVB                *
      *---------------------------------------------------------------*
      * CALLER MUST: HAVE THE PRTYLOOK MACHINERY IN PLACE (SELECT/FD *
      *              PARTYPF, COPY PRTYWRK, COPY PRTYLOOK) AND HAVE  *
      *              BUILT NO-POLICY-ID, NO-INSURED-NAME AND          *
      *              NO-NOTICE-TYPE BEFORE PERFORMING 8360.           *
      *===============================================================*
      *---------------------------------------------------------------*
      * 8360 - ADDRESS ONE NOTICE                                     *
      *---------------------------------------------------------------*
       8360-ADDRESS-NOTICE.
           MOVE NO-POLICY-ID TO WS-MAIL-POLICY-ID
           IF NO-TYPE-PREMIUM-DUE OR NO-TYPE-DEBIT-DISHON
               MOVE 'PY' TO WS-MAIL-ROLE
           ELSE
               MOVE 'OW' TO WS-MAIL-ROLE
           END-IF
           MOVE 1 TO WS-MAIL-SEQ
           MOVE NO-INSURED-NAME TO WS-MAIL-NAME
           PERFORM 8350-GET-MAILING-PARTY
           MOVE WS-MAIL-NAME TO NO-ADDRESSEE-NAME
           MOVE WS-MAIL-ADDRESS TO NO-MAIL-ADDRESS
           MOVE WS-MAIL-HOLD-FLAG TO NO-MAIL-HOLD-IND.
