      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-12-20                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-06-19 - NO DEATH CERTIFICATE CHASED ON A     *
      *            CRITICAL ILLNESS OR DISABILITY RIDER CLAIM        *
      *            2000-04-10 - NOTICES ADDRESSED FROM THE POLICY    *
      *            PARTY FILE (PARTYPF); RETURNED-MAIL HOLD          *
      *            2000-02-21 - CHASE NO LONGER MOVES THE GENERAL   *
      *            LAST-ACTION STAMP; PM-DOC-CHASE-DATE ALONE        *
      *            RECORDS IT                                        *
      *---------------------------------------------------------------*
      *            NOTICEPF (OUTPUT SEQUENTIAL, EXTEND - DOCUMENT    *
      *            REQUEST NOTICES)                                   *
      *            CLMCHRPT (OUTPUT SEQUENTIAL - AGING REPORT)       *
      *            PARTYPF  (INPUT INDEXED - POLICY PARTY MASTER)    *
      * COPYBOOK:  POLDATA, NOTICEDATA, DATEWRK, DATECALC, PRTYDATA, *
      *            PRTYWRK, PRTYLOOK, NOTCADDR (QCPYSRC)             *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMCHSB.
               ASSIGN TO DATABASE-CLMCHRPT
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
       FD  CLMCHRPT.
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
           OPEN OUTPUT CLMCHRPT
           OPEN INPUT PARTYPF
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           PERFORM VARYING WS-AGE-BAND-IDX FROM 1 BY 1
               UNTIL WS-AGE-BAND-IDX > 4
           CLOSE POLMST
           CLOSE NOTICEPF
           CLOSE CLMCHRPT
           CLOSE PARTYPF
           GOBACK.

      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      * 0400 - BUILD THE MISSING-DOCUMENT DETAIL LINE                 *
      *        THE SAME DOCUMENTS CLMADJB 1200 REQUIRES - A CRITICAL  *
      *        ILLNESS OR DISABILITY (WOP) RIDER CLAIM HAS A LIVING   *
      *        INSURED AND NO DEATH CERTIFICATE; ITS MEDICAL RECORDS  *
      *        ARE THE PROOF OF DIAGNOSIS OR DISABLEMENT              *
      *---------------------------------------------------------------*
       0400-BUILD-MISSING-DOC-DETAIL.
           MOVE 'N' TO WS-DOCS-MISSING-FLAG
           MOVE SPACES TO WS-DOC-CF
           MOVE SPACES TO WS-DOC-ID
           MOVE SPACES TO WS-DOC-MR
           IF PM-CLAIM-DEATH AND PM-DEATH-CERT-RECD NOT = 'Y'
               MOVE 'DC ' TO WS-DOC-DC
               MOVE 'Y' TO WS-DOCS-MISSING-FLAG
           END-IF
           MOVE WS-DC-RESULT-N           TO NO-DEADLINE-DATE
           MOVE WS-CURR-DATE             TO NO-NOTICE-DATE
           MOVE WS-DOC-DETAIL            TO NO-NOTICE-DETAIL
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
