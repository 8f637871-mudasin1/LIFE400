      *===============================================================*
      * PROGRAM:   CLMTAXB                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-20                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-06-26 - PAYEE KEYED ON THE BENEFICIARY PARTY;*
      *            FORM CARRIES THE PARTYPF NAME AND MAILING ADDRESS *
      *---------------------------------------------------------------*
      * YEAR-END CLAIM INTEREST 1099-INT EXTRACT                      *
      * DOMAIN:  TERM LIFE - DEATH CLAIMS                            *
      * PURPOSE: STATUTORY INTEREST PAID ON A LATE DEATH SETTLEMENT  *
      *          IS REPORTABLE INTEREST INCOME TO THE BENEFICIARY.   *
      *          THIS BATCH READS THE CLAIM INTEREST LEDGER CLMPAYB  *
      *          BUILDS, TOTALS THE INTEREST PAID IN THE TAX YEAR BY *
      *          PAYEE, AND WRITES ONE 1099-INT EXTRACT ROW PER      *
      *          PAYEE AT OR ABOVE THE REPORTING THRESHOLD, WITH A   *
      *          CONTROL REPORT THAT PROVES THE EXTRACT AGAINST THE  *
      *          LEDGER.                                              *
      *---------------------------------------------------------------*
      * CALLED BY: YEAREND (CL - ANNUAL BATCH)                       *
      * FILES:     CLMINTPF (INPUT SEQUENTIAL - CLAIM INTEREST       *
      *                      LEDGER)                                 *
      *            INT1099  (OUTPUT SEQUENTIAL - 1099-INT EXTRACT)   *
      *            CLMTAXRP (OUTPUT SEQUENTIAL - CONTROL REPORT)     *
      *            PARTYPF  (INPUT INDEXED - POLICY PARTY MASTER)    *
      * COPYBOOK:  CINTDATA, PRTYDATA, PRTYWRK, PRTYLOOK (QCPYSRC)   *
      *---------------------------------------------------------------*
      * LK-TAX-YEAR SELECTS LEDGER ROWS ON CX-PAID-DATE - THE DATE   *
      * THE PAYMENT WENT TO THE VENDOR, WHICH IS WHEN THE INTEREST   *
      * WAS PAID FOR TAX PURPOSES. ZERO TAKES THE CALENDAR YEAR      *
      * BEFORE THE RUN DATE, THE NORMAL JANUARY RUN.                 *
      * A PAYEE IS THE BENEFICIARY PARTY - POLICY PLUS BENEFICIARY   *
      * SEQUENCE - PLUS CURRENCY. TWO PEOPLE WHO SHARE A NAME NEVER  *
      * SHARE A FORM. THE NAME AND MAILING ADDRESS ON THE FORM COME  *
      * FROM THAT PARTY'S PARTYPF ROW; THE LEDGER NAME IS USED WHEN  *
      * NO ROW IS FOUND AND THE FORM IS COUNTED AS HAVING NO ADDRESS.*
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMTAXB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-03-20.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLMINTPF
               ASSIGN TO DATABASE-CLMINTPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLMINT-STATUS.
           SELECT INT1099
               ASSIGN TO DATABASE-INT1099
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INT1099-STATUS.
           SELECT CLMTAXRP
               ASSIGN TO DATABASE-CLMTAXRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLMINTPF.
       COPY CINTDATA.
       FD  INT1099.
       01  INT1099-RECORD.
           05  TX-TAX-YEAR           PIC 9(04).
           05  TX-PAYEE-NAME         PIC X(40).
           05  TX-CURRENCY-CODE      PIC X(03).
           05  TX-INTEREST-AMOUNT    PIC 9(13)V99.
           05  TX-PAYMENT-COUNT      PIC 9(05).
           05  TX-PARTY-KEY.
               10  TX-POLICY-ID      PIC X(12).
               10  TX-BENEF-SEQ      PIC 9(02).
           05  TX-EXTRACT-DATE       PIC 9(08).
           05  FILLER                PIC X(18).
           05  TX-MAIL-ADDRESS.
               10  TX-ADDR-LINE-1    PIC X(40).
               10  TX-ADDR-LINE-2    PIC X(40).
               10  TX-CITY           PIC X(30).
               10  TX-STATE          PIC X(02).
               10  TX-POSTAL-CODE    PIC X(10).
               10  TX-COUNTRY-CODE   PIC X(03).
      * 'Y' - THE ADDRESS IS MARKED RETURNED ON PARTYPF
           05  TX-ADDR-HELD-IND      PIC X(01).
       FD  CLMTAXRP.
       01  RPT-LINE                  PIC X(80).
       FD  PARTYPF.
       COPY PRTYDATA.

       WORKING-STORAGE SECTION.
       77  WS-CLMINT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-INT1099-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-TAX-YEAR               PIC 9(04) VALUE 0.
       77  WS-YEAR-FROM              PIC 9(08) VALUE 0.
       77  WS-YEAR-TO                PIC 9(08) VALUE 0.
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-OVERFLOW-FLAG          PIC X VALUE 'N'.
           88  WS-OVERFLOWED         VALUE 'Y'.
      * IRS MINIMUM FOR A 1099-INT ON INTEREST PAID IN THE COURSE OF
      * A TRADE OR BUSINESS
       77  WS-1099-THRESHOLD         PIC 9(07)V99 VALUE 600.00.
       77  WS-PAYEE-COUNT            PIC 9(03) VALUE 0.
       77  WS-PAYEE-IDX              PIC 9(03) VALUE 0.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-IN-YEAR          PIC 9(07) VALUE 0.
       77  WS-COUNT-EXTRACTED        PIC 9(07) VALUE 0.
       77  WS-COUNT-BELOW-THRESHOLD  PIC 9(07) VALUE 0.
       77  WS-COUNT-ROWS-DROPPED     PIC 9(07) VALUE 0.
       77  WS-COUNT-NO-ADDRESS       PIC 9(07) VALUE 0.
       77  WS-COUNT-ADDR-HELD        PIC 9(07) VALUE 0.
       77  WS-TOTAL-IN-YEAR          PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-EXTRACTED        PIC 9(13)V99 VALUE 0.
       77  WS-TOTAL-BELOW-THRESHOLD  PIC 9(13)V99 VALUE 0.
       COPY PRTYWRK.

       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 500 TIMES.
               10  WS-PY-POLICY-ID       PIC X(12).
               10  WS-PY-BENEF-SEQ       PIC 9(02).
               10  WS-PY-CURRENCY        PIC X(03).
               10  WS-PY-NAME            PIC X(40).
               10  WS-PY-AMOUNT          PIC 9(13)V99.
               10  WS-PY-ROW-COUNT       PIC 9(05).

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'CLMTAXB - CLAIM INTEREST 1099-INT EXTRACT'.
       01  WS-RPT-HEADING-2          PIC X(80) VALUE
           'POLICY       SQ PAYEE NAME                     CUR ROWS     
      -    '   INTEREST'.

       01  WS-RPT-YEAR-LINE.
           05  FILLER                PIC X(10) VALUE 'TAX YEAR: '.
           05  RY-TAX-YEAR           PIC 9(04).
           05  FILLER                PIC X(66) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  RD-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-BENEF-SEQ          PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-PAYEE-NAME         PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-CURRENCY           PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-ROW-COUNT          PIC ZZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-INTEREST           PIC Z(11)9.99.
           05  FILLER                PIC X(09) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  RT-LABEL              PIC X(30).
           05  RT-AMOUNT             PIC Z(11)9.99.
           05  FILLER                PIC X(35) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-TAX-YEAR               PIC 9(04).

       PROCEDURE DIVISION USING LK-TAX-YEAR.

       MAIN-PROCESS.
           OPEN INPUT CLMINTPF
           OPEN OUTPUT INT1099
           OPEN OUTPUT CLMTAXRP
           OPEN INPUT PARTYPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM 0100-SET-TAX-YEAR
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TAX-YEAR TO RY-TAX-YEAR
           MOVE WS-RPT-YEAR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-INTEREST
           PERFORM UNTIL WS-EOF
               PERFORM 0300-ACCUMULATE-ONE-ROW
               PERFORM 0200-READ-NEXT-INTEREST
           END-PERFORM
           PERFORM 0500-WRITE-PAYEE-EXTRACT
           PERFORM 0900-WRITE-SUMMARY
           CLOSE CLMINTPF
           CLOSE INT1099
           CLOSE CLMTAXRP
           CLOSE PARTYPF
           GOBACK.

      *---------------------------------------------------------------*
      * 0100 - SET THE TAX YEAR AND ITS DATE BOUNDS  (TX-101)         *
      *---------------------------------------------------------------*
       0100-SET-TAX-YEAR.
      * TX-101: NO YEAR SUPPLIED MEANS THE YEAR JUST ENDED
           IF LK-TAX-YEAR = 0
               COMPUTE WS-TAX-YEAR = WS-CURR-DATE / 10000 - 1
           ELSE
               MOVE LK-TAX-YEAR TO WS-TAX-YEAR
           END-IF
           COMPUTE WS-YEAR-FROM = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-TO = WS-TAX-YEAR * 10000 + 1231.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT CLAIM INTEREST LEDGER ROW                    *
      *---------------------------------------------------------------*
       0200-READ-NEXT-INTEREST.
           READ CLMINTPF
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-COUNT-READ
           END-IF.

      *---------------------------------------------------------------*
      * 0300 - POST ONE LEDGER ROW TO ITS PAYEE  (TX-102/TX-103)      *
      *---------------------------------------------------------------*
       0300-ACCUMULATE-ONE-ROW.
      * TX-102: ONLY INTEREST PAID IN THE TAX YEAR IS REPORTED
           IF CX-PAID-DATE < WS-YEAR-FROM OR
              CX-PAID-DATE > WS-YEAR-TO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-IN-YEAR
           ADD CX-INTEREST-AMOUNT TO WS-TOTAL-IN-YEAR
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
               OR (WS-PY-POLICY-ID(WS-PAYEE-IDX) = CX-POLICY-ID AND
                   WS-PY-BENEF-SEQ(WS-PAYEE-IDX) = CX-BENEF-SEQ AND
                   WS-PY-CURRENCY(WS-PAYEE-IDX) = CX-CURRENCY-CODE)
               CONTINUE
           END-PERFORM
           IF WS-PAYEE-IDX > WS-PAYEE-COUNT
      * TX-103: A FULL TABLE MUST FLAG THE RUN INCOMPLETE, NOT INDEX
      *         PAST THE END OR QUIETLY UNDER-REPORT A PAYEE
               IF WS-PAYEE-COUNT >= 500
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
                   ADD 1 TO WS-COUNT-ROWS-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAYEE-COUNT
               MOVE WS-PAYEE-COUNT TO WS-PAYEE-IDX
               MOVE CX-POLICY-ID TO WS-PY-POLICY-ID(WS-PAYEE-IDX)
               MOVE CX-BENEF-SEQ TO WS-PY-BENEF-SEQ(WS-PAYEE-IDX)
               MOVE CX-CURRENCY-CODE TO WS-PY-CURRENCY(WS-PAYEE-IDX)
               MOVE CX-PAYEE-NAME TO WS-PY-NAME(WS-PAYEE-IDX)
               MOVE 0 TO WS-PY-AMOUNT(WS-PAYEE-IDX)
               MOVE 0 TO WS-PY-ROW-COUNT(WS-PAYEE-IDX)
           END-IF
           ADD CX-INTEREST-AMOUNT TO WS-PY-AMOUNT(WS-PAYEE-IDX)
           ADD 1 TO WS-PY-ROW-COUNT(WS-PAYEE-IDX).

      *---------------------------------------------------------------*
      * 0500 - WRITE ONE 1099-INT ROW PER REPORTABLE PAYEE  (TX-104)  *
      *---------------------------------------------------------------*
       0500-WRITE-PAYEE-EXTRACT.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
      * TX-104: BELOW THE THRESHOLD NO FORM IS FILED - COUNTED ONLY
               IF WS-PY-AMOUNT(WS-PAYEE-IDX) < WS-1099-THRESHOLD
                   ADD 1 TO WS-COUNT-BELOW-THRESHOLD
                   ADD WS-PY-AMOUNT(WS-PAYEE-IDX)
                       TO WS-TOTAL-BELOW-THRESHOLD
               ELSE
                   PERFORM 0510-WRITE-ONE-PAYEE
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0510 - WRITE THE EXTRACT ROW AND REPORT LINE FOR ONE PAYEE    *
      *        (TX-105)                                               *
      *---------------------------------------------------------------*
       0510-WRITE-ONE-PAYEE.
      * TX-105: THE FORM GOES TO THE BENEFICIARY PARTY'S OWN NAME AND
      *         MAILING ADDRESS; A RETURNED ADDRESS IS STILL REPORTED
      *         BUT FLAGGED SO THE FORM VENDOR DOES NOT MAIL IT
           MOVE WS-PY-POLICY-ID(WS-PAYEE-IDX) TO WS-MAIL-POLICY-ID
           MOVE 'BN' TO WS-MAIL-ROLE
           MOVE WS-PY-BENEF-SEQ(WS-PAYEE-IDX) TO WS-MAIL-SEQ
           MOVE WS-PY-NAME(WS-PAYEE-IDX) TO WS-MAIL-NAME
           PERFORM 8350-GET-MAILING-PARTY
           IF NOT WS-MAIL-FOUND
               ADD 1 TO WS-COUNT-NO-ADDRESS
           END-IF
           IF WS-MAIL-HELD
               ADD 1 TO WS-COUNT-ADDR-HELD
           END-IF
           INITIALIZE INT1099-RECORD
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR
           MOVE WS-MAIL-NAME TO TX-PAYEE-NAME
           MOVE WS-PY-CURRENCY(WS-PAYEE-IDX) TO TX-CURRENCY-CODE
           MOVE WS-PY-AMOUNT(WS-PAYEE-IDX) TO TX-INTEREST-AMOUNT
           MOVE WS-PY-ROW-COUNT(WS-PAYEE-IDX) TO TX-PAYMENT-COUNT
           MOVE WS-PY-POLICY-ID(WS-PAYEE-IDX) TO TX-POLICY-ID
           MOVE WS-PY-BENEF-SEQ(WS-PAYEE-IDX) TO TX-BENEF-SEQ
           MOVE WS-CURR-DATE TO TX-EXTRACT-DATE
           MOVE WS-MAIL-ADDRESS TO TX-MAIL-ADDRESS
           MOVE WS-MAIL-HOLD-FLAG TO TX-ADDR-HELD-IND
           WRITE INT1099-RECORD
           ADD 1 TO WS-COUNT-EXTRACTED
           ADD WS-PY-AMOUNT(WS-PAYEE-IDX) TO WS-TOTAL-EXTRACTED
           MOVE WS-PY-POLICY-ID(WS-PAYEE-IDX) TO RD-POLICY-ID
           MOVE WS-PY-BENEF-SEQ(WS-PAYEE-IDX) TO RD-BENEF-SEQ
           MOVE WS-MAIL-NAME TO RD-PAYEE-NAME
           MOVE WS-PY-CURRENCY(WS-PAYEE-IDX) TO RD-CURRENCY
           MOVE WS-PY-ROW-COUNT(WS-PAYEE-IDX) TO RD-ROW-COUNT
           MOVE WS-PY-AMOUNT(WS-PAYEE-IDX) TO RD-INTEREST
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0900 - WRITE CONTROL COUNTS AND TOTALS                        *
      *        INTEREST IN YEAR = EXTRACTED + BELOW THRESHOLD WHEN    *
      *        THE RUN IS COMPLETE                                    *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LEDGER ROWS READ . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LEDGER ROWS IN TAX YEAR. . .' TO RS-LABEL
           MOVE WS-COUNT-IN-YEAR TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PAYEES EXTRACTED (1099-INT).' TO RS-LABEL
           MOVE WS-COUNT-EXTRACTED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PAYEES BELOW THRESHOLD . . .' TO RS-LABEL
           MOVE WS-COUNT-BELOW-THRESHOLD TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FORMS WITH NO PARTY ADDRESS.' TO RS-LABEL
           MOVE WS-COUNT-NO-ADDRESS TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FORMS TO A RETURNED ADDRESS.' TO RS-LABEL
           MOVE WS-COUNT-ADDR-HELD TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'INTEREST PAID IN TAX YEAR. .' TO RT-LABEL
           MOVE WS-TOTAL-IN-YEAR TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'INTEREST EXTRACTED . . . . .' TO RT-LABEL
           MOVE WS-TOTAL-EXTRACTED TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'INTEREST BELOW THRESHOLD . .' TO RT-LABEL
           MOVE WS-TOTAL-BELOW-THRESHOLD TO RT-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-OVERFLOWED
               MOVE 'ROWS PAST PAYEE TABLE LIMIT.' TO RS-LABEL
               MOVE WS-COUNT-ROWS-DROPPED TO RS-COUNT
               MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'CLMTAXB - *** EXTRACT INCOMPLETE ***'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'CLMTAXB - DISCARD INT1099 AND RERUN AFTER'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'CLMTAXB - RAISING THE PAYEE TABLE SIZE'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *---------------------------------------------------------------*
      * 8350 - LOOK UP THE MAILING PARTY                              *
      * SHARED WITH THE OTHER MAILING AND PAYMENT EXTRACTS VIA        *
      * COPYBOOK PRTYLOOK                                             *
      *---------------------------------------------------------------*
       COPY PRTYLOOK.
