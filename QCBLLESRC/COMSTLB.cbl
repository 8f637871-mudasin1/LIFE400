      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-08-09                                        *
      * VERSION:   1.2                                               *
      * MODIFIED:  2000-04-24 - RENEWAL COMMISSION AND FIRST-        *
      *            YEAR CHARGEBACKS SHOWN ON THE STATEMENT           *
      *            1999-10-11 - AMOUNTS CONVERTED TO THE REPORTING  *
      *            CURRENCY (USD) VIA CURRTAB                        *
      *---------------------------------------------------------------*
      * MONTHLY COMMISSION SETTLEMENT STATEMENTS                      *
      * DOMAIN:  TERM LIFE - COMMISSION ADMINISTRATION               *
      * PURPOSE: READ COMMPF FOR THE SETTLEMENT PERIOD, NET THE      *
      *          CHARGEBACKS (NEGATIVE CM-COMMISSION-AMOUNT ROWS     *
      *          FROM PREMIUM-REDUCING AMENDMENTS, DISHONOURED       *
      *          RENEWAL COLLECTIONS AND FIRST-YEAR LAPSES OR        *
      *          CANCELLATIONS) AGAINST EARNINGS (ISSUE, AMENDMENT   *
      *          AND RENEWAL PREMIUM COMMISSION)                     *
      *          PER WRITING AGENT, AND PRODUCE ONE STATEMENT        *
      *          SECTION PER AGENT PLUS A PAYABLES CONTROL TOTAL.    *
      *          REPLACES THE HAND-RECONCILED SETTLEMENT SPREADSHEET.*
               10  WS-AGT-ROW-COUNT      PIC 9(07).
               10  WS-AGT-EARNED         PIC 9(13)V99.
               10  WS-AGT-CHARGEBACK     PIC 9(13)V99.
      * OF WHICH: RENEWAL COMMISSION NET OF DISHONOURS (RN/RD ROWS)
      * AND FIRST-YEAR COMMISSION CHARGED BACK ON AN EARLY LAPSE OR
      * CANCELLATION (CB ROWS) - SHOWN SO THE AGENT CAN SEE WHAT
      * THE NET IS MADE OF
               10  WS-AGT-RENEWAL        PIC S9(13)V99.
               10  WS-AGT-FY-CHARGEBACK  PIC 9(13)V99.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'COMSTLB - MONTHLY AGENT COMMISSION SETTLEMENT'.
               ADD WS-CONVERTED-AMOUNT TO
                   WS-AGT-EARNED(WS-AGENT-IDX)
           END-IF
      * CS-104: RENEWAL AND FIRST-YEAR CHARGEBACK SUBTOTALS
           EVALUATE CM-ACTION-TYPE
               WHEN 'RN' WHEN 'RD'
                   ADD WS-CONVERTED-AMOUNT TO
                       WS-AGT-RENEWAL(WS-AGENT-IDX)
               WHEN 'CB'
                   SUBTRACT WS-CONVERTED-AMOUNT FROM
                       WS-AGT-FY-CHARGEBACK(WS-AGENT-IDX)
           END-EVALUATE
           ADD 1 TO WS-COUNT-SETTLED.

      *---------------------------------------------------------------*
                   MOVE 0 TO WS-AGT-ROW-COUNT(WS-AGENT-IDX)
                   MOVE 0 TO WS-AGT-EARNED(WS-AGENT-IDX)
                   MOVE 0 TO WS-AGT-CHARGEBACK(WS-AGENT-IDX)
                   MOVE 0 TO WS-AGT-RENEWAL(WS-AGENT-IDX)
                   MOVE 0 TO WS-AGT-FY-CHARGEBACK(WS-AGENT-IDX)
               END-IF
           END-IF.

           COMPUTE RA-AMOUNT = 0 - WS-AGT-CHARGEBACK(WS-AGENT-IDX)
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  INCL RENEWAL (NET) . . . .' TO RA-LABEL
           MOVE WS-AGT-RENEWAL(WS-AGENT-IDX) TO RA-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  INCL FIRST-YEAR CHARGEBACK' TO RA-LABEL
           COMPUTE RA-AMOUNT =
               0 - WS-AGT-FY-CHARGEBACK(WS-AGENT-IDX)
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NET PAYABLE. . . . . . . . .' TO RA-LABEL
           COMPUTE RA-AMOUNT =
               WS-AGT-EARNED(WS-AGENT-IDX)
