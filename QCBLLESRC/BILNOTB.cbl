      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-09-20                                        *
      * VERSION:   1.4                                               *
      * MODIFIED:  2000-04-10 - NOTICES ADDRESSED FROM THE POLICY    *
      *            PARTY FILE (PARTYPF); RETURNED-MAIL HOLD          *
      *            2000-03-06 - NO BILL FOR A POLICY UNDER A WAIVER *
      *            OF PREMIUM (WOPWAVB WAIVES THE DUE DATE)          *
      *            1999-10-25 - NEXT DUE DATE IS THE PAID-TO DATE   *
      *            ITSELF, NOT PAID-TO PLUS A BILLING PERIOD         *
      *            1999-09-27 - DATE ARITHMETIC MOVED TO THE SHARED *
      *            CALENDAR ROUTINES (DATECALC)                      *
      *            NOTICEPF (OUTPUT SEQUENTIAL, EXTEND - MAILING     *
      *            EXTRACT)                                           *
      *            BILNRPT (OUTPUT SEQUENTIAL - RUN SUMMARY)         *
      *            PARTYPF (INPUT INDEXED - POLICY PARTY MASTER)     *
      * COPYBOOK:  POLDATA, NOTICEDATA, DATEWRK, DATECALC, PRTYDATA, *
      *            PRTYWRK, PRTYLOOK, NOTCADDR (QCPYSRC)             *
      *---------------------------------------------------------------*
      * DAY COUNTS USE THE SHARED CALENDAR ROUTINES (DATECALC), SO   *
      * THE LEAD WINDOW HOLDS ACROSS MONTH ENDS AND LEAP YEARS.      *
               ASSIGN TO DATABASE-BILNRPT
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
       COPY NOTICEDATA.
       FD  BILNRPT.
       01  RPT-LINE                  PIC X(80).
       FD  PARTYPF.
       COPY PRTYDATA.

       WORKING-STORAGE SECTION.
       COPY PRTYWRK.
       COPY DATEWRK.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NOTICEPF-STATUS        PIC X(02) VALUE SPACES.
           OPEN I-O POLMST
           OPEN EXTEND NOTICEPF
           OPEN OUTPUT BILNRPT
           OPEN INPUT PARTYPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           CLOSE POLMST
           CLOSE NOTICEPF
           CLOSE BILNRPT
           CLOSE PARTYPF
           GOBACK.

      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * 0300 - EVALUATE ONE POLICY FOR A PREMIUM DUE NOTICE           *
      *        (BN-101 THRU BN-104)                                   *
      *---------------------------------------------------------------*
       0300-EVALUATE-ONE-POLICY.
           ADD 1 TO WS-COUNT-READ
           IF PM-MODAL-PREMIUM = 0
               EXIT PARAGRAPH
           END-IF
      * BN-104: A DISABILITY WAIVER IS PAYING THE PREMIUM - WOPWAVB
      *         WAIVES THE DUE DATE, SO THERE IS NOTHING TO BILL
           IF PM-WOP-WAIVER-ACTIVE
               EXIT PARAGRAPH
           END-IF
      * BN-102: NEXT DUE DATE = THE PAID-TO DATE ITSELF
           PERFORM 0400-COMPUTE-NEXT-DUE-DATE
           MOVE WS-CURR-DATE TO WS-DC-DATE-1-N
           MOVE PM-MODAL-PREMIUM         TO NO-OUTSTANDING-PREMIUM
           MOVE WS-NEXT-DUE-DATE         TO NO-DEADLINE-DATE
           MOVE WS-CURR-DATE             TO NO-NOTICE-DATE
           PERFORM 8360-ADDRESS-NOTICE
           WRITE NOTICE-RECORD.

      *---------------------------------------------------------------*
      * SHARED SYSTEM-WIDE VIA COPYBOOK DATECALC                      *
      *---------------------------------------------------------------*
       COPY DATECALC.

      *---------------------------------------------------------------*
      * 8350 - LOOK UP THE MAILING PARTY                              *
      * SHARED WITH THE OTHER MAILING AND PAYMENT EXTRACTS VIA        *
      * COPYBOOK PRTYLOOK                                             *
      *---------------------------------------------------------------*
       COPY PRTYLOOK.

      *---------------------------------------------------------------*
      * 8360 - ADDRESS ONE NOTICE                                     *
      * SHARED WITH THE OTHER NOTICE WRITERS VIA COPYBOOK NOTCADDR    *
      *---------------------------------------------------------------*
       COPY NOTCADDR.
