      *===============================================================*
      * PROGRAM:   MAILRTNB                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-10                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * RETURNED MAIL INTAKE AND ADDRESS TRACE LIST                   *
      * DOMAIN:  TERM LIFE - SERVICING AND BILLING                   *
      * PURPOSE: MAIL THE POST OFFICE SENT BACK WAS BINNED AND THE   *
      *          NEXT BILL, GRACE LETTER OR LAPSE NOTICE WENT TO THE *
      *          SAME DEAD ADDRESS. THIS BATCH READS THE MAILING     *
      *          VENDOR'S RETURNED-MAIL FILE AND MARKS EACH PARTY    *
      *          ADDRESS RETURNED ON PARTYPF. FROM THEN ON EVERY     *
      *          NOTICE AND CHECK TO THAT ADDRESS IS PRODUCED BUT    *
      *          HELD, NOT MAILED (COPYBOOK PRTYLOOK), UNTIL PRTYMNT *
      *          RECORDS A NEW ADDRESS. A PIECE MAILED BEFORE THE    *
      *          ADDRESS WAS LAST CHANGED SAYS NOTHING ABOUT THE NEW *
      *          ADDRESS AND IS IGNORED. THE RUN ENDS WITH THE FULL  *
      *          LIST OF POLICIES STILL HELD ON A RETURNED ADDRESS - *
      *          THE ADDRESS TRACING WORK LIST.                      *
      *---------------------------------------------------------------*
      * CALLED BY: DLYUPD (CL - NIGHTLY BATCH, AHEAD OF THE NOTICE   *
      *            AND PAYMENT EXTRACTS)                             *
      * FILES:     MAILRTPF (INPUT SEQUENTIAL - RETURNED MAIL)       *
      *            PARTYPF  (I-O INDEXED, ACCESS DYNAMIC)            *
      *            POLMST   (INPUT INDEXED)                          *
      *            AUDITPF  (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL)*
      *            MAILRTRP (OUTPUT SEQUENTIAL - RETURNS AND TRACE   *
      *                      LIST)                                   *
      * COPYBOOK:  PRTYDATA, POLDATA, AUDITDATA (QCPYSRC)            *
      *---------------------------------------------------------------*
      * MR-RETURN-REASON IS THE VENDOR'S CODE (E.G. MV MOVED, NF NO  *
      * FORWARDING ADDRESS, UN UNDELIVERABLE, RF REFUSED) AND IS     *
      * CARRIED THROUGH AS RECEIVED. A BLANK ROLE IS TAKEN AS THE    *
      * OWNER AND A ZERO SEQUENCE AS 01. THE AUDIT ROW CARRIES       *
      * ACTION TYPE MR AND "ROLE SEQ REASON" IN AU-ACTION-DETAIL,    *
      * WITH OLD AND NEW STATUS BOTH THE CONTRACT STATUS.            *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRTNB.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-04-10.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILRTPF
               ASSIGN TO DATABASE-MAILRTPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAILRT-STATUS.
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.
           SELECT POLMST
               ASSIGN TO DATABASE-POLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-ID
               FILE STATUS IS WS-POLMST-STATUS.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.
           SELECT MAILRTRP
               ASSIGN TO DATABASE-MAILRTRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILRTPF.
       01  MAIL-RETURN-RECORD.
           05  MR-POLICY-ID          PIC X(12).
           05  MR-PARTY-ROLE         PIC X(02).
           05  MR-PARTY-SEQ          PIC 9(02).
           05  MR-MAILED-DATE        PIC 9(08).
           05  MR-RETURN-DATE        PIC 9(08).
           05  MR-RETURN-REASON      PIC X(02).
           05  MR-NOTICE-TYPE        PIC X(02).
           05  MR-PAYMENT-NUMBER     PIC 9(10).
           05  FILLER                PIC X(20).
       FD  PARTYPF.
       COPY PRTYDATA.
       FD  POLMST.
       COPY POLDATA.
       FD  AUDITPF.
       COPY AUDITDATA.
       FD  MAILRTRP.
       01  RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MAILRT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PARTYPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-EOF                VALUE 'Y'.
       77  WS-PARTY-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-PARTY-EOF          VALUE 'Y'.
       77  WS-DISPOSITION            PIC X(30) VALUE SPACES.
       77  WS-CONTRACT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-COUNT-READ             PIC 9(07) VALUE 0.
       77  WS-COUNT-FLAGGED          PIC 9(07) VALUE 0.
       77  WS-COUNT-REPEAT           PIC 9(07) VALUE 0.
       77  WS-COUNT-STALE            PIC 9(07) VALUE 0.
       77  WS-COUNT-EXCEPTION        PIC 9(07) VALUE 0.
       77  WS-COUNT-TRACE            PIC 9(07) VALUE 0.

       01  WS-AUDIT-DETAIL.
           05  WS-AD-ROLE            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AD-SEQ             PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AD-REASON          PIC X(02).
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-RPT-HEADING-1          PIC X(80) VALUE
           'MAILRTNB - RETURNED MAIL INTAKE'.
       01  WS-RPT-HEADING-2          PIC X(80) VALUE
           'POLICY ID    RL SQ RETURNED RC DISPOSITION'.
       01  WS-RPT-TRACE-HEADING-1    PIC X(80) VALUE
           'ADDRESSES TO TRACE - MAIL HELD UNTIL RE-KEYED'.
       01  WS-RPT-TRACE-HEADING-2.
           05  FILLER                PIC X(40) VALUE
               'POLICY ID    RL SQ NAME'.
           05  FILLER                PIC X(40) VALUE
               '          RETURNED CNT ST'.

       01  WS-RPT-DETAIL.
           05  RD-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-PARTY-ROLE         PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-PARTY-SEQ          PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-RETURN-DATE        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-RETURN-REASON      PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RD-DISPOSITION        PIC X(30).
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-RPT-TRACE-DETAIL.
           05  RT-POLICY-ID          PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RT-PARTY-ROLE         PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RT-PARTY-SEQ          PIC 9(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RT-PARTY-NAME         PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RT-RETURNED-DATE      PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RT-RETURNED-COUNT     PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RT-CONTRACT-STATUS    PIC X(02).
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  RS-LABEL              PIC X(30).
           05  RS-COUNT              PIC ZZZZZZ9.
           05  FILLER                PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           OPEN INPUT MAILRTPF
           OPEN I-O PARTYPF
           OPEN INPUT POLMST
           OPEN EXTEND AUDITPF
           OPEN OUTPUT MAILRTRP
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 0200-READ-NEXT-RETURN
           PERFORM UNTIL WS-EOF
               PERFORM 0300-APPLY-ONE-RETURN
               PERFORM 0390-WRITE-DETAIL-LINE
               PERFORM 0200-READ-NEXT-RETURN
           END-PERFORM
           PERFORM 0600-LIST-ADDRESSES-TO-TRACE
           PERFORM 0900-WRITE-SUMMARY
           CLOSE MAILRTPF
           CLOSE PARTYPF
           CLOSE POLMST
           CLOSE AUDITPF
           CLOSE MAILRTRP
           GOBACK.

      *---------------------------------------------------------------*
      * 0200 - READ NEXT RETURNED-MAIL ITEM                           *
      *---------------------------------------------------------------*
       0200-READ-NEXT-RETURN.
           READ MAILRTPF
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-COUNT-READ
           END-IF.

      *---------------------------------------------------------------*
      * 0300 - APPLY ONE RETURNED PIECE TO ITS PARTY ADDRESS          *
      *        (MR-101 THRU MR-103)                                   *
      *---------------------------------------------------------------*
       0300-APPLY-ONE-RETURN.
           IF MR-PARTY-ROLE = SPACES
               MOVE 'OW' TO MR-PARTY-ROLE
           END-IF
           IF MR-PARTY-SEQ = 0
               MOVE 1 TO MR-PARTY-SEQ
           END-IF
           IF MR-RETURN-DATE = 0
               MOVE WS-CURR-DATE TO MR-RETURN-DATE
           END-IF
      * MR-101: THE PIECE MUST MATCH A PARTY ROW ON FILE - ANYTHING
      *         ELSE IS LISTED FOR THE MAIL ROOM TO WORK BY HAND
           MOVE MR-POLICY-ID TO OP-POLICY-ID
           MOVE MR-PARTY-ROLE TO OP-PARTY-ROLE
           MOVE MR-PARTY-SEQ TO OP-PARTY-SEQ
           READ PARTYPF
               INVALID KEY
                   ADD 1 TO WS-COUNT-EXCEPTION
                   MOVE 'EXCEPTION - NO PARTY ROW' TO WS-DISPOSITION
                   EXIT PARAGRAPH
           END-READ
      * MR-102: A PIECE MAILED BEFORE THE ADDRESS WAS LAST CHANGED
      *         WENT TO THE OLD ADDRESS - THE NEW ONE STANDS
           IF MR-MAILED-DATE NOT = 0 AND
              MR-MAILED-DATE < OP-ADDR-CHANGE-DATE
               ADD 1 TO WS-COUNT-STALE
               MOVE 'IGNORED - MAILED TO OLD ADDRESS'
                   TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF
      * MR-103: MARK THE ADDRESS RETURNED - EVERY LATER PIECE TO IT
      *         IS HELD. A FURTHER RETURN TO AN ADDRESS ALREADY
      *         FLAGGED ONLY ADDS TO ITS COUNT
           IF OP-ADDR-RETURNED
               ADD 1 TO WS-COUNT-REPEAT
               MOVE 'ALREADY FLAGGED - COUNT ADDED' TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-COUNT-FLAGGED
               MOVE 'ADDRESS FLAGGED - MAIL HELD' TO WS-DISPOSITION
               MOVE 'R' TO OP-ADDR-STATUS
           END-IF
           IF MR-RETURN-DATE > OP-RETURNED-DATE
               MOVE MR-RETURN-DATE TO OP-RETURNED-DATE
               MOVE MR-RETURN-REASON TO OP-RETURN-REASON
           END-IF
           IF OP-RETURNED-COUNT < 999
               ADD 1 TO OP-RETURNED-COUNT
           END-IF
           MOVE 'MAILRTNB' TO OP-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO OP-LAST-ACTION-DATE
           REWRITE PARTY-RECORD
           PERFORM 8000-WRITE-RETURN-AUDIT.

      *---------------------------------------------------------------*
      * 0390 - WRITE ONE DETAIL LINE FOR THE ITEM JUST PROCESSED      *
      *---------------------------------------------------------------*
       0390-WRITE-DETAIL-LINE.
           MOVE MR-POLICY-ID TO RD-POLICY-ID
           MOVE MR-PARTY-ROLE TO RD-PARTY-ROLE
           MOVE MR-PARTY-SEQ TO RD-PARTY-SEQ
           MOVE MR-RETURN-DATE TO RD-RETURN-DATE
           MOVE MR-RETURN-REASON TO RD-RETURN-REASON
           MOVE WS-DISPOSITION TO RD-DISPOSITION
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0600 - LIST EVERY PARTY STILL ON A RETURNED ADDRESS (MR-104)  *
      *        - TONIGHT'S RETURNS AND EVERY EARLIER ONE NOT YET      *
      *        RESOLVED BY PRTYMNT - WITH THE POLICY STATUS SO THE    *
      *        TRACERS WORK IN-FORCE BUSINESS FIRST                   *
      *---------------------------------------------------------------*
       0600-LIST-ADDRESSES-TO-TRACE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-TRACE-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-TRACE-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-PARTY-EOF-FLAG
           MOVE LOW-VALUES TO OP-PARTY-KEY
           START PARTYPF KEY NOT LESS THAN OP-PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PARTY-EOF-FLAG
           END-START
           IF NOT WS-PARTY-EOF
               PERFORM 0610-READ-NEXT-PARTY
           END-IF
           PERFORM UNTIL WS-PARTY-EOF
               IF OP-ADDR-RETURNED
                   PERFORM 0620-WRITE-TRACE-LINE
               END-IF
               PERFORM 0610-READ-NEXT-PARTY
           END-PERFORM.

      *---------------------------------------------------------------*
      * 0610 - READ NEXT PARTY ROW                                    *
      *---------------------------------------------------------------*
       0610-READ-NEXT-PARTY.
           READ PARTYPF NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARTY-EOF-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 0620 - WRITE ONE TRACE LINE                                   *
      *---------------------------------------------------------------*
       0620-WRITE-TRACE-LINE.
           ADD 1 TO WS-COUNT-TRACE
           MOVE OP-POLICY-ID TO PM-POLICY-ID
           READ POLMST
               INVALID KEY
                   MOVE SPACES TO RT-CONTRACT-STATUS
               NOT INVALID KEY
                   MOVE PM-CONTRACT-STATUS TO RT-CONTRACT-STATUS
           END-READ
           MOVE OP-POLICY-ID TO RT-POLICY-ID
           MOVE OP-PARTY-ROLE TO RT-PARTY-ROLE
           MOVE OP-PARTY-SEQ TO RT-PARTY-SEQ
           MOVE OP-PARTY-NAME(1:30) TO RT-PARTY-NAME
           MOVE OP-RETURNED-DATE TO RT-RETURNED-DATE
           MOVE OP-RETURNED-COUNT TO RT-RETURNED-COUNT
           MOVE WS-RPT-TRACE-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 0900 - WRITE CONTROL COUNTS                                   *
      *---------------------------------------------------------------*
       0900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'RETURNED ITEMS READ. . . . .' TO RS-LABEL
           MOVE WS-COUNT-READ TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ADDRESSES FLAGGED RETURNED .' TO RS-LABEL
           MOVE WS-COUNT-FLAGGED TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ALREADY FLAGGED. . . . . . .' TO RS-LABEL
           MOVE WS-COUNT-REPEAT TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'IGNORED - OLD ADDRESS. . . .' TO RS-LABEL
           MOVE WS-COUNT-STALE TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'EXCEPTIONS - NOT APPLIED . .' TO RS-LABEL
           MOVE WS-COUNT-EXCEPTION TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ADDRESSES TO TRACE . . . . .' TO RS-LABEL
           MOVE WS-COUNT-TRACE TO RS-COUNT
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *---------------------------------------------------------------*
      * 8000 - WRITE THE RETURNED-MAIL AUDIT ROW (ACTION TYPE MR) -   *
      *        OLD AND NEW STATUS BOTH CARRY THE STATUS AS IT STANDS  *
      *---------------------------------------------------------------*
       8000-WRITE-RETURN-AUDIT.
           MOVE SPACES TO WS-CONTRACT-STATUS
           MOVE OP-POLICY-ID TO PM-POLICY-ID
           READ POLMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-CONTRACT-STATUS TO WS-CONTRACT-STATUS
           END-READ
           MOVE OP-PARTY-ROLE            TO WS-AD-ROLE
           MOVE OP-PARTY-SEQ             TO WS-AD-SEQ
           MOVE MR-RETURN-REASON         TO WS-AD-REASON
           INITIALIZE AUDIT-RECORD
           MOVE OP-POLICY-ID             TO AU-POLICY-ID
           MOVE 'MR'                     TO AU-ACTION-TYPE
           MOVE 'MAILRTNB'               TO AU-ACTION-USER
           MOVE WS-CURR-DATE             TO AU-ACTION-DATE
           MOVE WS-CONTRACT-STATUS       TO AU-OLD-CONTRACT-STATUS
           MOVE WS-CONTRACT-STATUS       TO AU-NEW-CONTRACT-STATUS
           MOVE 0                        TO AU-OLD-TOTAL-PREMIUM
           MOVE 0                        TO AU-NEW-TOTAL-PREMIUM
           MOVE WS-AUDIT-DETAIL          TO AU-ACTION-DETAIL
           WRITE AUDIT-RECORD.
