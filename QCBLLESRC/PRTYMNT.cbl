      *===============================================================*
      * PROGRAM:   PRTYMNT                                           *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-10                                        *
      * VERSION:   1.0                                               *
      *---------------------------------------------------------------*
      * POLICY PARTY NAME-AND-ADDRESS MAINTENANCE                     *
      * DOMAIN:  TERM LIFE - SERVICING AND BILLING                   *
      * PURPOSE: THE MAILING VENDOR USED TO TAKE ADDRESSES FROM A    *
      *          SPREADSHEET AND ASSUMED THE INSURED OWNED THE       *
      *          POLICY. PARTYPF NOW HOLDS THE OWNER, THE PAYOR AND  *
      *          EACH BENEFICIARY'S MAILING ADDRESS; NBINTKB SEEDS    *
      *          THE OWNER AND PAYOR AT INTAKE AND THIS PROGRAM      *
      *          ADDS, CHANGES OR DELETES ONE PARTY ROW PER CALL IN  *
      *          THE SAME CALLED-PER-TRANSACTION STYLE AS AGTMNT.    *
      *          RECORDING A NEW ADDRESS RELEASES A RETURNED-MAIL    *
      *          HOLD (MAILRTNB) - MAIL FLOWS TO THE NEW ADDRESS     *
      *          FROM THE NEXT RUN OF EACH EXTRACT. EVERY CHANGE     *
      *          LEAVES AN AUDITPF ROW.                               *
      *---------------------------------------------------------------*
      * CALLED BY: RUNPRTM (CL - ONLINE MAINTENANCE WORKBENCH)       *
      * FILES:     POLMST  (INPUT INDEXED)                           *
      *            PARTYPF (I-O INDEXED)                             *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL) *
      * COPYBOOK:  POLDATA, PRTYDATA, AUDITDATA (QCPYSRC)            *
      *---------------------------------------------------------------*
      * LK-ACTION: AD = ADD, CH = CHANGE, DL = DELETE                 *
      * LK-PARTY-ROLE: OW = OWNER, PY = PAYOR, BN = BENEFICIARY       *
      * LK-PARTY-SEQ: 01 FOR OW AND PY (FORCED), THE BENEPF SHARE    *
      *               SEQUENCE 01-04 FOR BN                           *
      * RETURN CODES (LK-RETURN-CODE):                                *
      *  00 - MAINTENANCE APPLIED SUCCESSFULLY                       *
      *  11 - INVALID ACTION CODE - MUST BE AD CH OR DL              *
      *  12 - POLICY ID IS REQUIRED                                  *
      *  13 - PARTY ROLE MUST BE OW PY OR BN                         *
      *  14 - PARTY NAME IS REQUIRED                                 *
      *  15 - ADDRESS LINE 1, CITY AND POSTAL CODE ARE REQUIRED      *
      *  16 - ADD: PARTY ROW ALREADY ON PARTYPF                      *
      *  17 - POLICY RECORD NOT FOUND ON POLMST                      *
      *  18 - CHANGE/DELETE: PARTY ROW NOT FOUND                     *
      *  19 - DELETE: THE OWNER ROW CANNOT BE DELETED                *
      *  20 - BENEFICIARY SEQUENCE MUST BE 01 THRU 04                *
      *---------------------------------------------------------------*
      * THE AUDIT ROW CARRIES ACTION TYPE OA AND "ACTION ROLE SEQ"   *
      * (E.G. "CH OW 01") IN AU-ACTION-DETAIL. OLD AND NEW STATUS    *
      * ARE BOTH THE CONTRACT STATUS AS IT STANDS, SO BALCTLB'S      *
      * MOVEMENT NETTING IGNORES THE ROW.                             *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTYMNT.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-04-10.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMST
               ASSIGN TO DATABASE-POLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-ID
               FILE STATUS IS WS-POLMST-STATUS.
           SELECT PARTYPF
               ASSIGN TO DATABASE-PARTYPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PARTY-KEY
               FILE STATUS IS WS-PARTYPF-STATUS.
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  PARTYPF.
       COPY PRTYDATA.
       FD  AUDITPF.
       COPY AUDITDATA.

       WORKING-STORAGE SECTION.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PARTYPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-FOUND-FLAG             PIC X VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       77  WS-PARTY-SEQ              PIC 9(02) VALUE 0.

       01  WS-AUDIT-DETAIL.
           05  WS-AD-ACTION          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AD-ROLE            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AD-SEQ             PIC 9(02).
           05  FILLER                PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-ACTION                 PIC X(02).
       01  LK-POLICY-ID              PIC X(12).
       01  LK-PARTY-ROLE             PIC X(02).
       01  LK-PARTY-SEQ              PIC 9(02).
       01  LK-PARTY-NAME             PIC X(40).
       01  LK-RELATION               PIC X(20).
       01  LK-MAIL-ADDRESS.
           05  LK-ADDR-LINE-1        PIC X(40).
           05  LK-ADDR-LINE-2        PIC X(40).
           05  LK-CITY               PIC X(30).
           05  LK-STATE              PIC X(02).
           05  LK-POSTAL-CODE        PIC X(10).
           05  LK-COUNTRY-CODE       PIC X(03).
       01  LK-ACTION-USER            PIC X(10).
       01  LK-RETURN-CODE            PIC 9(02).
       01  LK-RETURN-MESSAGE         PIC X(100).

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-ID
           LK-PARTY-ROLE LK-PARTY-SEQ LK-PARTY-NAME LK-RELATION
           LK-MAIL-ADDRESS LK-ACTION-USER LK-RETURN-CODE
           LK-RETURN-MESSAGE.

       MAIN-PROCESS.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE 0 TO LK-RETURN-CODE
           MOVE SPACES TO LK-RETURN-MESSAGE
           PERFORM 1000-VALIDATE-REQUEST
           IF LK-RETURN-CODE NOT = 0
               GOBACK
           END-IF
           OPEN INPUT POLMST
           OPEN I-O PARTYPF
           OPEN EXTEND AUDITPF
      * PA-103: A PARTY ROW IS ONLY EVER KEPT FOR A POLICY ON FILE
           MOVE LK-POLICY-ID TO PM-POLICY-ID
           READ POLMST
               INVALID KEY
                   MOVE 17 TO LK-RETURN-CODE
                   MOVE 'POLICY RECORD NOT FOUND ON POLMST'
                       TO LK-RETURN-MESSAGE
           END-READ
           IF LK-RETURN-CODE = 0
               PERFORM 1100-READ-EXISTING-ROW
               EVALUATE LK-ACTION
                   WHEN 'AD' PERFORM 2100-ADD-PARTY
                   WHEN 'CH' PERFORM 2200-CHANGE-PARTY
                   WHEN 'DL' PERFORM 2300-DELETE-PARTY
               END-EVALUATE
           END-IF
           IF LK-RETURN-CODE = 0
               PERFORM 8000-WRITE-MAINT-AUDIT
           END-IF
           CLOSE POLMST PARTYPF AUDITPF
           GOBACK.

      *---------------------------------------------------------------*
      * 1000 - VALIDATE THE REQUEST      (PA-101 THRU PA-102)         *
      *---------------------------------------------------------------*
       1000-VALIDATE-REQUEST.
           IF LK-ACTION NOT = 'AD' AND LK-ACTION NOT = 'CH' AND
              LK-ACTION NOT = 'DL'
               MOVE 11 TO LK-RETURN-CODE
               MOVE 'INVALID ACTION CODE - MUST BE AD CH OR DL'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-POLICY-ID = SPACES
               MOVE 12 TO LK-RETURN-CODE
               MOVE 'POLICY ID IS REQUIRED' TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-PARTY-ROLE NOT = 'OW' AND
              LK-PARTY-ROLE NOT = 'PY' AND
              LK-PARTY-ROLE NOT = 'BN'
               MOVE 13 TO LK-RETURN-CODE
               MOVE 'PARTY ROLE MUST BE OW PY OR BN'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * PA-101: THE OWNER AND THE PAYOR ARE ALWAYS SEQUENCE 01; A
      *         BENEFICIARY ROW SHARES ITS BENEPF SHARE SEQUENCE
           IF LK-PARTY-ROLE = 'BN'
               IF LK-PARTY-SEQ < 1 OR LK-PARTY-SEQ > 4
                   MOVE 20 TO LK-RETURN-CODE
                   MOVE 'BENEFICIARY SEQUENCE MUST BE 01 THRU 04'
                       TO LK-RETURN-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE LK-PARTY-SEQ TO WS-PARTY-SEQ
           ELSE
               MOVE 1 TO WS-PARTY-SEQ
           END-IF
      * PA-102: ADD AND CHANGE CARRY THE FULL ROW - DELETE ONLY
      *         NEEDS THE KEY
           IF LK-ACTION = 'DL'
               EXIT PARAGRAPH
           END-IF
           IF LK-PARTY-NAME = SPACES
               MOVE 14 TO LK-RETURN-CODE
               MOVE 'PARTY NAME IS REQUIRED' TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-ADDR-LINE-1 = SPACES OR LK-CITY = SPACES OR
              LK-POSTAL-CODE = SPACES
               MOVE 15 TO LK-RETURN-CODE
               MOVE 'ADDRESS LINE 1, CITY AND POSTAL CODE ARE REQUIRED'
                   TO LK-RETURN-MESSAGE
           END-IF.

      *---------------------------------------------------------------*
      * 1100 - READ THE EXISTING ROW FOR THE KEY                      *
      *---------------------------------------------------------------*
       1100-READ-EXISTING-ROW.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE LK-POLICY-ID TO OP-POLICY-ID
           MOVE LK-PARTY-ROLE TO OP-PARTY-ROLE
           MOVE WS-PARTY-SEQ TO OP-PARTY-SEQ
           READ PARTYPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

      *---------------------------------------------------------------*
      * 2100 - ADD A NEW PARTY ROW       (PA-201)                     *
      *---------------------------------------------------------------*
       2100-ADD-PARTY.
           IF WS-FOUND
               MOVE 16 TO LK-RETURN-CODE
               MOVE 'PARTY ROW ALREADY ON PARTYPF'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PARTY-RECORD
           MOVE LK-POLICY-ID TO OP-POLICY-ID
           MOVE LK-PARTY-ROLE TO OP-PARTY-ROLE
           MOVE WS-PARTY-SEQ TO OP-PARTY-SEQ
           MOVE LK-PARTY-NAME TO OP-PARTY-NAME
           MOVE LK-RELATION TO OP-RELATION
           MOVE LK-MAIL-ADDRESS TO OP-MAIL-ADDRESS
           MOVE 'G' TO OP-ADDR-STATUS
           MOVE WS-CURR-DATE TO OP-ADDR-CHANGE-DATE
           MOVE LK-ACTION-USER TO OP-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO OP-LAST-ACTION-DATE
           WRITE PARTY-RECORD
           MOVE 'PARTY ADDED' TO LK-RETURN-MESSAGE.

      *---------------------------------------------------------------*
      * 2200 - CHANGE AN EXISTING PARTY  (PA-202) - A NEW ADDRESS     *
      *        RELEASES ANY RETURNED-MAIL HOLD ON THE ROW; A NAME OR  *
      *        RELATION CHANGE ALONE LEAVES THE HOLD IN PLACE         *
      *---------------------------------------------------------------*
       2200-CHANGE-PARTY.
           IF NOT WS-FOUND
               MOVE 18 TO LK-RETURN-CODE
               MOVE 'PARTY ROW NOT FOUND ON PARTYPF'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-PARTY-NAME TO OP-PARTY-NAME
           MOVE LK-RELATION TO OP-RELATION
           MOVE 'PARTY CHANGED' TO LK-RETURN-MESSAGE
           IF LK-MAIL-ADDRESS NOT = OP-MAIL-ADDRESS
               IF OP-ADDR-RETURNED
                   MOVE 'PARTY CHANGED - RETURNED-MAIL HOLD RELEASED'
                       TO LK-RETURN-MESSAGE
               END-IF
               MOVE LK-MAIL-ADDRESS TO OP-MAIL-ADDRESS
               MOVE 'G' TO OP-ADDR-STATUS
               MOVE WS-CURR-DATE TO OP-ADDR-CHANGE-DATE
               MOVE 0 TO OP-RETURNED-DATE
               MOVE 0 TO OP-RETURNED-COUNT
               MOVE SPACES TO OP-RETURN-REASON
           END-IF
           MOVE LK-ACTION-USER TO OP-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO OP-LAST-ACTION-DATE
           REWRITE PARTY-RECORD.

      *---------------------------------------------------------------*
      * 2300 - DELETE A PARTY ROW        (PA-203) - A PAYOR OR        *
      *        BENEFICIARY ROW ONLY; THE OWNER ROW IS CHANGED, NEVER  *
      *        REMOVED, SO THE POLICY ALWAYS HAS SOMEWHERE TO MAIL    *
      *---------------------------------------------------------------*
       2300-DELETE-PARTY.
           IF NOT WS-FOUND
               MOVE 18 TO LK-RETURN-CODE
               MOVE 'PARTY ROW NOT FOUND ON PARTYPF'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF OP-ROLE-OWNER
               MOVE 19 TO LK-RETURN-CODE
               MOVE 'THE OWNER ROW CANNOT BE DELETED - CHANGE IT'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DELETE PARTYPF
           MOVE 'PARTY DELETED' TO LK-RETURN-MESSAGE.

      *---------------------------------------------------------------*
      * 8000 - WRITE THE MAINTENANCE AUDIT ROW (ACTION TYPE OA) -     *
      *        OLD AND NEW STATUS BOTH CARRY THE STATUS AS IT STANDS  *
      *---------------------------------------------------------------*
       8000-WRITE-MAINT-AUDIT.
           MOVE LK-ACTION                TO WS-AD-ACTION
           MOVE LK-PARTY-ROLE            TO WS-AD-ROLE
           MOVE WS-PARTY-SEQ             TO WS-AD-SEQ
           INITIALIZE AUDIT-RECORD
           MOVE LK-POLICY-ID             TO AU-POLICY-ID
           MOVE 'OA'                     TO AU-ACTION-TYPE
           MOVE LK-ACTION-USER           TO AU-ACTION-USER
           MOVE WS-CURR-DATE             TO AU-ACTION-DATE
           MOVE PM-CONTRACT-STATUS       TO AU-OLD-CONTRACT-STATUS
           MOVE PM-CONTRACT-STATUS       TO AU-NEW-CONTRACT-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-OLD-TOTAL-PREMIUM
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-NEW-TOTAL-PREMIUM
           MOVE WS-AUDIT-DETAIL          TO AU-ACTION-DETAIL
           WRITE AUDIT-RECORD.
