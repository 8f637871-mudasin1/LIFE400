      *===============================================================*
      * PROGRAM:   CLMMNT                                            *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-13                                        *
      * VERSION:   1.1                                               *
      * MODIFIED:  2000-03-20 - REGISTRATION CLEARS THE STATUTORY    *
      *            INTEREST OF ANY EARLIER CLAIM                      *
      *---------------------------------------------------------------*
      * CLAIM NOTIFICATION AND MAINTENANCE                            *
      * DOMAIN:  TERM LIFE - DEATH AND RIDER CLAIMS                  *
      * PURPOSE: CLMADJB HAS ALWAYS TAKEN PM-CLAIM-DETAILS AS        *
      *          ALREADY KEYED, AND IN PRACTICE THAT MEANT A         *
      *          PROGRAMMER PATCHING THE POLICY RECORD. THIS PROGRAM *
      *          IS THE CLAIMS DESK'S WAY IN, ONE ACTION PER CALL IN *
      *          THE SAME CALLED-PER-TRANSACTION STYLE AS REFQMNT    *
      *          AND AGTMNT: REGISTER THE NOTIFICATION, TICK OFF     *
      *          EACH DOCUMENT AS IT ARRIVES, RECORD THE OUTCOME OF  *
      *          A CONTESTABILITY INVESTIGATION, KEY THE RECOVERY    *
      *          DATE THAT ENDS A PREMIUM WAIVER, AND RE-DRIVE       *
      *          ADJUDICATION THROUGH CLMADJB. EVERY ACTION LEAVES   *
      *          AN AUDITPF ROW SO THE CLAIM FILE SHOWS WHO RECEIVED *
      *          WHAT AND WHEN.                                       *
      *---------------------------------------------------------------*
      * CALLED BY: RUNCLMM (CL - ONLINE CLAIMS WORKBENCH)            *
      * CALLS:     CLMADJB (ACTION AJ)                               *
      * FILES:     POLMST (I-O INDEXED)                              *
      *            AUDITPF (OUTPUT SEQUENTIAL, EXTEND - AUDIT TRAIL) *
      * COPYBOOK:  POLDATA, AUDITDATA (QCPYSRC)                      *
      *---------------------------------------------------------------*
      * LK-ACTION: RG = REGISTER CLAIM NOTIFICATION                   *
      *            DR = DOCUMENT RECEIVED (LK-DOCUMENT-CODE DC = DEATH*
      *                 CERTIFICATE, CF = CLAIM FORM, ID = ID PROOF,  *
      *                 MR = MEDICAL RECORDS)                         *
      *            IO = INVESTIGATION OUTCOME (LK-INVEST-OUTCOME      *
      *                 C = CLEARED, D = DENIED)                      *
      *            RC = WAIVER RECOVERY DATE (LK-EVENT-DATE)          *
      *            AJ = RE-DRIVE ADJUDICATION (CALL CLMADJB)          *
      * LK-EVENT-DATE IS THE DATE OF DEATH ON A DT REGISTRATION, THE *
      * DIAGNOSIS/DISABLEMENT DATE ON A CI/DI REGISTRATION, AND THE  *
      * RECOVERY DATE ON AN RC ACTION.                                *
      *---------------------------------------------------------------*
      * RETURN CODES (LK-RETURN-CODE):                                *
      *  00 - MAINTENANCE APPLIED SUCCESSFULLY                       *
      *  51 - INVALID ACTION CODE - MUST BE RG DR IO RC OR AJ        *
      *  52 - POLICY ID IS REQUIRED                                  *
      *  53 - POLICY RECORD NOT FOUND ON POLMST                      *
      *  54 - RG: POLICY STATUS NOT ELIGIBLE FOR THE CLAIM TYPE      *
      *  55 - RG: A CLAIM IS ALREADY OPEN ON THIS POLICY             *
      *  56 - RG: CLAIM ID IS REQUIRED                               *
      *  57 - RG: CLAIM TYPE MUST BE DT CI OR DI                     *
      *  58 - RG/RC: DATE MISSING, BEFORE ISSUE/START OR IN FUTURE   *
      *  59 - RG: CAUSE OF DEATH MUST BE NAT ACC SUI HOM OR UNK      *
      *  60 - RG: CLAIMANT NAME IS REQUIRED ON A DEATH CLAIM         *
      *  61 - RG: PAYMENT MODE MUST BE C OR A                        *
      *  62 - DR/IO/AJ: NO OPEN CLAIM ON THIS POLICY                 *
      *  63 - DR: DOCUMENT CODE MUST BE DC CF ID OR MR               *
      *  64 - IO: NO CONTESTABILITY INVESTIGATION PENDING            *
      *  65 - IO: OUTCOME MUST BE C OR D                             *
      *  66 - RC: NO PREMIUM WAIVER IN EFFECT                        *
      * ON AN AJ ACTION THE CODE AND MESSAGE ARE CLMADJB'S OWN       *
      * RESULT (00, 02, 11, 12, 21, 22, 23, 31, 32 - SEE CLMADJB),   *
      * READ BACK FROM PM-RETURN-CODE/PM-RETURN-MESSAGE.              *
      *---------------------------------------------------------------*
      * THE AUDIT ROW CARRIES ACTION TYPE CN AND THE ACTION TAKEN IN *
      * AU-ACTION-DETAIL. OLD AND NEW STATUS ARE BOTH THE CONTRACT   *
      * STATUS AS IT STANDS, SO BALCTLB'S MOVEMENT NETTING IGNORES   *
      * THE ROW - A STATUS MOVE MADE BY ADJUDICATION IS LOGGED BY    *
      * CLMADJB ITSELF.                                               *
      *===============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMMNT.
       AUTHOR.     R. KOWALSKI.
       DATE-WRITTEN. 2000-03-13.

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
           SELECT AUDITPF
               ASSIGN TO DATABASE-AUDITPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMST.
       COPY POLDATA.
       FD  AUDITPF.
       COPY AUDITDATA.

       WORKING-STORAGE SECTION.
       77  WS-POLMST-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDITPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CURR-DATE              PIC 9(08).
       77  WS-FOUND-FLAG             PIC X VALUE 'N'.
           88  WS-FOUND              VALUE 'Y'.
       77  WS-APPLIED-FLAG           PIC X VALUE 'N'.
           88  WS-ACTION-APPLIED     VALUE 'Y'.
       77  WS-OPEN-CLAIM-FLAG        PIC X VALUE 'N'.
           88  WS-CLAIM-OPEN         VALUE 'Y'.
       77  WS-AUDIT-DETAIL           PIC X(16) VALUE SPACES.
       77  WS-ADJ-RETURN-CODE        PIC Z9.

       LINKAGE SECTION.
       01  LK-ACTION                 PIC X(02).
       01  LK-POLICY-ID              PIC X(12).
       01  LK-CLAIM-ID               PIC X(12).
       01  LK-CLAIM-TYPE             PIC X(02).
       01  LK-EVENT-DATE             PIC 9(08).
       01  LK-CAUSE-OF-DEATH         PIC X(03).
       01  LK-CLAIMANT-NAME          PIC X(40).
       01  LK-CLAIMANT-RELATION      PIC X(20).
       01  LK-PAYMENT-MODE           PIC X(01).
       01  LK-DOCUMENT-CODE          PIC X(02).
       01  LK-INVEST-OUTCOME         PIC X(01).
       01  LK-ACTION-USER            PIC X(10).
       01  LK-RETURN-CODE            PIC 9(02).
       01  LK-RETURN-MESSAGE         PIC X(100).

       PROCEDURE DIVISION USING LK-ACTION LK-POLICY-ID LK-CLAIM-ID
           LK-CLAIM-TYPE LK-EVENT-DATE LK-CAUSE-OF-DEATH
           LK-CLAIMANT-NAME LK-CLAIMANT-RELATION LK-PAYMENT-MODE
           LK-DOCUMENT-CODE LK-INVEST-OUTCOME LK-ACTION-USER
           LK-RETURN-CODE LK-RETURN-MESSAGE.

       MAIN-PROCESS.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE 0 TO LK-RETURN-CODE
           MOVE SPACES TO LK-RETURN-MESSAGE
           PERFORM 1000-VALIDATE-REQUEST
           IF LK-RETURN-CODE NOT = 0
               GOBACK
           END-IF
           OPEN I-O POLMST
           OPEN EXTEND AUDITPF
           PERFORM 1100-READ-POLICY
           IF NOT WS-FOUND
               MOVE 53 TO LK-RETURN-CODE
               MOVE 'POLICY RECORD NOT FOUND ON POLMST'
                   TO LK-RETURN-MESSAGE
               PERFORM 9900-CLOSE-FILES
               GOBACK
           END-IF
           MOVE 'N' TO WS-APPLIED-FLAG
           MOVE SPACES TO WS-AUDIT-DETAIL
           EVALUATE LK-ACTION
               WHEN 'RG' PERFORM 2100-REGISTER-CLAIM
               WHEN 'DR' PERFORM 2200-RECORD-DOCUMENT
               WHEN 'IO' PERFORM 2300-RECORD-INVESTIGATION
               WHEN 'RC' PERFORM 2400-RECORD-RECOVERY
               WHEN 'AJ' PERFORM 2500-ADJUDICATE-CLAIM
           END-EVALUATE
           IF WS-ACTION-APPLIED
               PERFORM 8000-WRITE-CLAIM-AUDIT
           END-IF
           PERFORM 9900-CLOSE-FILES
           GOBACK.

      *---------------------------------------------------------------*
      * 1000 - VALIDATE THE REQUEST      (CM-101 THRU CM-104)         *
      *        FIELD-LEVEL CHECKS ONLY - ANYTHING THAT NEEDS THE      *
      *        POLICY RECORD IS CHECKED BY THE 2X00 ACTION PARAGRAPH  *
      *---------------------------------------------------------------*
       1000-VALIDATE-REQUEST.
      * CM-101: ACTION CODE AND POLICY KEY
           IF LK-ACTION NOT = 'RG' AND LK-ACTION NOT = 'DR' AND
              LK-ACTION NOT = 'IO' AND LK-ACTION NOT = 'RC' AND
              LK-ACTION NOT = 'AJ'
               MOVE 51 TO LK-RETURN-CODE
               MOVE 'INVALID ACTION CODE - MUST BE RG DR IO RC OR AJ'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-POLICY-ID = SPACES
               MOVE 52 TO LK-RETURN-CODE
               MOVE 'POLICY ID IS REQUIRED' TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * CM-102: A DOCUMENT RECEIPT NAMES ONE OF THE FOUR DOCUMENTS
      *         CLMADJB'S 1200 AND CLMCHSB'S CHASE LETTER KNOW
           IF LK-ACTION = 'DR'
               IF LK-DOCUMENT-CODE NOT = 'DC' AND
                  LK-DOCUMENT-CODE NOT = 'CF' AND
                  LK-DOCUMENT-CODE NOT = 'ID' AND
                  LK-DOCUMENT-CODE NOT = 'MR'
                   MOVE 63 TO LK-RETURN-CODE
                   MOVE 'DOCUMENT CODE MUST BE DC CF ID OR MR'
                       TO LK-RETURN-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
      * CM-103: AN INVESTIGATION OUTCOME IS CLEARED OR DENIED
           IF LK-ACTION = 'IO'
               IF LK-INVEST-OUTCOME NOT = 'C' AND
                  LK-INVEST-OUTCOME NOT = 'D'
                   MOVE 65 TO LK-RETURN-CODE
                   MOVE 'INVESTIGATION OUTCOME MUST BE C OR D'
                       TO LK-RETURN-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LK-ACTION NOT = 'RG'
               EXIT PARAGRAPH
           END-IF
      * CM-104: A REGISTRATION CARRIES THE FULL NOTIFICATION
           IF LK-CLAIM-ID = SPACES
               MOVE 56 TO LK-RETURN-CODE
               MOVE 'CLAIM ID IS REQUIRED' TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-CLAIM-TYPE NOT = 'DT' AND LK-CLAIM-TYPE NOT = 'CI'
              AND LK-CLAIM-TYPE NOT = 'DI'
               MOVE 57 TO LK-RETURN-CODE
               MOVE 'CLAIM TYPE MUST BE DT CI OR DI'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-EVENT-DATE = 0 OR LK-EVENT-DATE > WS-CURR-DATE
               MOVE 58 TO LK-RETURN-CODE
               MOVE 'CLAIM DATE MISSING OR IN THE FUTURE'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-PAYMENT-MODE NOT = SPACE AND
              LK-PAYMENT-MODE NOT = 'C' AND LK-PAYMENT-MODE NOT = 'A'
               MOVE 61 TO LK-RETURN-CODE
               MOVE 'PAYMENT MODE MUST BE C OR A'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * A RIDER CLAIM HAS NO CAUSE OF DEATH, AND ITS CLAIMANT IS THE
      * INSURED UNLESS ONE IS KEYED (CLMPAYB 0430)
           IF LK-CLAIM-TYPE NOT = 'DT'
               EXIT PARAGRAPH
           END-IF
           IF LK-CAUSE-OF-DEATH NOT = 'NAT' AND
              LK-CAUSE-OF-DEATH NOT = 'ACC' AND
              LK-CAUSE-OF-DEATH NOT = 'SUI' AND
              LK-CAUSE-OF-DEATH NOT = 'HOM' AND
              LK-CAUSE-OF-DEATH NOT = 'UNK'
               MOVE 59 TO LK-RETURN-CODE
               MOVE 'CAUSE OF DEATH MUST BE NAT ACC SUI HOM OR UNK'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-CLAIMANT-NAME = SPACES
               MOVE 60 TO LK-RETURN-CODE
               MOVE 'CLAIMANT NAME IS REQUIRED ON A DEATH CLAIM'
                   TO LK-RETURN-MESSAGE
           END-IF.

      *---------------------------------------------------------------*
      * 1100 - READ THE POLICY AND NOTE WHETHER A CLAIM IS OPEN       *
      *        A CLAIM IS OPEN FROM REGISTRATION UNTIL CLMADJB        *
      *        DECIDES IT (THE SAME TEST CLMCHSB'S CH-101 USES), AND  *
      *        AN APPROVED SETTLEMENT STAYS OPEN UNTIL CLMPAYB HAS    *
      *        EXTRACTED IT - A NEW REGISTRATION BEFORE THEN WOULD    *
      *        OVERWRITE A CLAIM NOBODY HAS PAID YET                  *
      *---------------------------------------------------------------*
       1100-READ-POLICY.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-OPEN-CLAIM-FLAG
           MOVE LK-POLICY-ID TO PM-POLICY-ID
           READ POLMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF PM-CLAIM-SUBMIT-DATE > 0 AND PM-CLAIM-DECISION = 'P'
               MOVE 'Y' TO WS-OPEN-CLAIM-FLAG
           END-IF
           IF PM-CLAIM-ID NOT = SPACES AND PM-DECISION-APPROVED AND
              NOT PM-CLAIM-EXTRACTED
               MOVE 'Y' TO WS-OPEN-CLAIM-FLAG
           END-IF.

      *---------------------------------------------------------------*
      * 2100 - REGISTER A CLAIM NOTIFICATION  (CM-201 THRU CM-203)    *
      *---------------------------------------------------------------*
       2100-REGISTER-CLAIM.
      * CM-201: THE SAME ELIGIBILITY CLMADJB'S CL-101/CL-104 APPLY -
      *         A DEATH MAY BE CLAIMED ON A LAPSED POLICY, A RIDER
      *         CLAIM ONLY WHILE THE COVER IS IN FORCE
           IF NOT PM-STATUS-ACTIVE AND NOT PM-STATUS-GRACE AND
              NOT (PM-STATUS-LAPSED AND LK-CLAIM-TYPE = 'DT')
               MOVE 54 TO LK-RETURN-CODE
               MOVE 'POLICY STATUS NOT ELIGIBLE FOR THIS CLAIM TYPE'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-CLAIM-OPEN
               MOVE 55 TO LK-RETURN-CODE
               MOVE 'A CLAIM IS ALREADY OPEN ON THIS POLICY'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-EVENT-DATE < PM-ISSUE-DATE
               MOVE 58 TO LK-RETURN-CODE
               MOVE 'CLAIM DATE IS BEFORE THE POLICY ISSUE DATE'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
      * CM-202: START THE CLAIM FROM A CLEAN SLATE - EVERY DOCUMENT
      *         OUTSTANDING, NO DECISION, NO SETTLEMENT, AND THE
      *         EXTRACT/RECOVERY FLAGS OF ANY EARLIER CLAIM CLEARED
      *         SO CLMPAYB AND REINRCVB PICK THIS ONE UP. THE WAIVER
      *         FIELDS ARE LEFT ALONE - A RUNNING WAIVER OUTLIVES THE
      *         CLAIM THAT STARTED IT.
           MOVE LK-CLAIM-ID TO PM-CLAIM-ID
           MOVE LK-CLAIM-TYPE TO PM-CLAIM-TYPE
           IF PM-CLAIM-DEATH
               MOVE LK-EVENT-DATE TO PM-DATE-OF-DEATH
               MOVE 0 TO PM-CLAIM-EVENT-DATE
               MOVE LK-CAUSE-OF-DEATH TO PM-CAUSE-OF-DEATH
           ELSE
               MOVE LK-EVENT-DATE TO PM-CLAIM-EVENT-DATE
               MOVE SPACES TO PM-CAUSE-OF-DEATH
           END-IF
           MOVE LK-CLAIMANT-NAME TO PM-BENEFICIARY-NAME
           MOVE LK-CLAIMANT-RELATION TO PM-BENEFICIARY-RELATION
           IF LK-PAYMENT-MODE = SPACE
               MOVE 'C' TO PM-CLAIM-PAYMENT-MODE
           ELSE
               MOVE LK-PAYMENT-MODE TO PM-CLAIM-PAYMENT-MODE
           END-IF
           MOVE 'N' TO PM-DEATH-CERT-RECD
           MOVE 'N' TO PM-CLAIM-FORM-RECD
           MOVE 'N' TO PM-ID-PROOF-RECD
           MOVE 'N' TO PM-MEDICAL-RECORDS-RECD
           MOVE 0 TO PM-DOC-CHASE-DATE
           MOVE WS-CURR-DATE TO PM-CLAIM-SUBMIT-DATE
           MOVE 0 TO PM-CLAIM-INVEST-DATE
           MOVE 0 TO PM-CLAIM-ADJUDIC-DATE
           MOVE 0 TO PM-CLAIM-SETTLE-DATE
           MOVE 'N' TO PM-INVESTIGATION-STATUS
           MOVE SPACE TO PM-INVEST-OUTCOME
           MOVE 'P' TO PM-CLAIM-DECISION
           MOVE 0 TO PM-CLAIM-GROSS-AMT
           MOVE 0 TO PM-CLAIM-LOAN-OFFSET
           MOVE 0 TO PM-CLAIM-PREM-OFFSET
           MOVE 0 TO PM-CLAIM-PAYMENT-AMT
           MOVE 0 TO PM-CLAIM-INTEREST-DAYS
           MOVE 0 TO PM-CLAIM-INTEREST-RATE
           MOVE 0 TO PM-CLAIM-INTEREST-AMT
           MOVE 'DOCUMENTS OUTSTANDING' TO PM-CLAIM-HOLD-REASON
           MOVE 'N' TO PM-CLAIM-EXTRACT-IND
           MOVE 0 TO PM-CLAIM-EXTRACT-DATE
           MOVE 'N' TO PM-REINS-RECOVERY-IND
           MOVE 0 TO PM-REINS-RECOVERY-AMT
           MOVE 0 TO PM-REINS-RECOVERY-DATE
      * CM-203: STAMP AND SAVE
           PERFORM 2900-STAMP-AND-REWRITE
           STRING 'REGISTERED ' DELIMITED BY SIZE
                  PM-CLAIM-TYPE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           MOVE 'CLAIM NOTIFICATION REGISTERED' TO LK-RETURN-MESSAGE.

      *---------------------------------------------------------------*
      * 2200 - RECORD ONE CLAIM DOCUMENT AS RECEIVED  (CM-301)        *
      *---------------------------------------------------------------*
       2200-RECORD-DOCUMENT.
           IF NOT WS-CLAIM-OPEN OR PM-DECISION-APPROVED
               MOVE 62 TO LK-RETURN-CODE
               MOVE 'NO OPEN CLAIM ON THIS POLICY' TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           EVALUATE LK-DOCUMENT-CODE
               WHEN 'DC'
                   IF PM-DEATH-CERT-RECD = 'Y'
                       PERFORM 2210-ALREADY-RECORDED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO PM-DEATH-CERT-RECD
                   MOVE 'DOC DEATH CERT' TO WS-AUDIT-DETAIL
               WHEN 'CF'
                   IF PM-CLAIM-FORM-RECD = 'Y'
                       PERFORM 2210-ALREADY-RECORDED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO PM-CLAIM-FORM-RECD
                   MOVE 'DOC CLAIM FORM' TO WS-AUDIT-DETAIL
               WHEN 'ID'
                   IF PM-ID-PROOF-RECD = 'Y'
                       PERFORM 2210-ALREADY-RECORDED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO PM-ID-PROOF-RECD
                   MOVE 'DOC ID PROOF' TO WS-AUDIT-DETAIL
               WHEN 'MR'
                   IF PM-MEDICAL-RECORDS-RECD = 'Y'
                       PERFORM 2210-ALREADY-RECORDED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO PM-MEDICAL-RECORDS-RECD
                   MOVE 'DOC MEDICAL RECS' TO WS-AUDIT-DETAIL
           END-EVALUATE
           PERFORM 2900-STAMP-AND-REWRITE
           MOVE 'CLAIM DOCUMENT RECORDED AS RECEIVED'
               TO LK-RETURN-MESSAGE.

      *---------------------------------------------------------------*
      * 2210 - A DOCUMENT ALREADY TICKED OFF IS NOT AN ERROR, BUT IT  *
      *        CHANGES NOTHING AND LEAVES NO AUDIT ROW                *
      *---------------------------------------------------------------*
       2210-ALREADY-RECORDED.
           MOVE 'DOCUMENT ALREADY RECORDED AS RECEIVED'
               TO LK-RETURN-MESSAGE.

      *---------------------------------------------------------------*
      * 2300 - RECORD A CONTESTABILITY INVESTIGATION OUTCOME (CM-401) *
      *        ONLY A CLAIM CLMADJB HAS ROUTED TO INVESTIGATION       *
      *        (CL-302) CAN TAKE AN OUTCOME. CLMADJB HONOURS IT ON    *
      *        THE NEXT ADJUDICATION - CLEARED GOES ON TO SETTLE,     *
      *        DENIED IS REJECTED.                                     *
      *---------------------------------------------------------------*
       2300-RECORD-INVESTIGATION.
           IF NOT WS-CLAIM-OPEN OR PM-DECISION-APPROVED
               MOVE 62 TO LK-RETURN-CODE
               MOVE 'NO OPEN CLAIM ON THIS POLICY' TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT PM-INVEST-PENDING
               MOVE 64 TO LK-RETURN-CODE
               MOVE 'NO CONTESTABILITY INVESTIGATION PENDING'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-INVEST-OUTCOME TO PM-INVEST-OUTCOME
           MOVE 'C' TO PM-INVESTIGATION-STATUS
           MOVE WS-CURR-DATE TO PM-CLAIM-INVEST-DATE
           IF PM-INVEST-CLEARED
               MOVE 'INVEST CLEARED' TO WS-AUDIT-DETAIL
               MOVE 'INVESTIGATION CLEARED - READY TO ADJUDICATE'
                   TO PM-CLAIM-HOLD-REASON
           ELSE
               MOVE 'INVEST DENIED' TO WS-AUDIT-DETAIL
               MOVE 'INVESTIGATION DENIED - READY TO ADJUDICATE'
                   TO PM-CLAIM-HOLD-REASON
           END-IF
           PERFORM 2900-STAMP-AND-REWRITE
           MOVE 'INVESTIGATION OUTCOME RECORDED' TO LK-RETURN-MESSAGE.

      *---------------------------------------------------------------*
      * 2400 - RECORD THE RECOVERY DATE THAT ENDS A PREMIUM WAIVER    *
      *        (CM-501) - WOPWAVB STOPS WAIVING AT THE FIRST DUE DATE *
      *        ON OR AFTER IT                                          *
      *---------------------------------------------------------------*
       2400-RECORD-RECOVERY.
           IF NOT PM-WOP-WAIVER-ACTIVE
               MOVE 66 TO LK-RETURN-CODE
               MOVE 'NO PREMIUM WAIVER IN EFFECT ON THIS POLICY'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF LK-EVENT-DATE = 0 OR LK-EVENT-DATE > WS-CURR-DATE OR
              LK-EVENT-DATE < PM-WOP-START-DATE
               MOVE 58 TO LK-RETURN-CODE
               MOVE 'RECOVERY DATE MISSING, IN FUTURE OR BEFORE START'
                   TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-EVENT-DATE TO PM-WOP-RECOVERY-DATE
           PERFORM 2900-STAMP-AND-REWRITE
           MOVE 'WOP RECOVERY' TO WS-AUDIT-DETAIL
           MOVE 'RECOVERY DATE RECORDED - WAIVER ENDS AT NEXT DUE'
               TO LK-RETURN-MESSAGE.

      *---------------------------------------------------------------*
      * 2500 - RE-DRIVE ADJUDICATION  (CM-601) - CLMADJB OPENS POLMST *
      *        AND AUDITPF ITSELF, SO BOTH ARE CLOSED AROUND THE CALL *
      *        AND THE POLICY IS READ BACK FOR ITS RESULT              *
      *---------------------------------------------------------------*
       2500-ADJUDICATE-CLAIM.
           IF NOT WS-CLAIM-OPEN OR PM-DECISION-APPROVED
               MOVE 62 TO LK-RETURN-CODE
               MOVE 'NO OPEN CLAIM ON THIS POLICY' TO LK-RETURN-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 9900-CLOSE-FILES
           CALL 'CLMADJB' USING LK-POLICY-ID
           OPEN I-O POLMST
           OPEN EXTEND AUDITPF
           PERFORM 1100-READ-POLICY
           MOVE PM-RETURN-CODE TO LK-RETURN-CODE
           MOVE PM-RETURN-MESSAGE TO LK-RETURN-MESSAGE
           MOVE PM-RETURN-CODE TO WS-ADJ-RETURN-CODE
           STRING 'ADJUDICATED RC' DELIMITED BY SIZE
                  WS-ADJ-RETURN-CODE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           MOVE 'Y' TO WS-APPLIED-FLAG.

      *---------------------------------------------------------------*
      * 2900 - STAMP THE ACTING USER AND SAVE THE POLICY              *
      *---------------------------------------------------------------*
       2900-STAMP-AND-REWRITE.
           MOVE LK-ACTION-USER TO PM-LAST-ACTION-USER
           MOVE WS-CURR-DATE TO PM-LAST-ACTION-DATE
           REWRITE WS-POLICY-MASTER-REC
           MOVE 'Y' TO WS-APPLIED-FLAG.

      *---------------------------------------------------------------*
      * 8000 - WRITE THE CLAIM MAINTENANCE AUDIT ROW (ACTION TYPE CN) *
      *        OLD AND NEW STATUS BOTH CARRY THE STATUS AS IT STANDS  *
      *---------------------------------------------------------------*
       8000-WRITE-CLAIM-AUDIT.
           INITIALIZE AUDIT-RECORD
           MOVE PM-POLICY-ID             TO AU-POLICY-ID
           MOVE 'CN'                     TO AU-ACTION-TYPE
           MOVE LK-ACTION-USER           TO AU-ACTION-USER
           MOVE WS-CURR-DATE             TO AU-ACTION-DATE
           MOVE PM-CONTRACT-STATUS       TO AU-OLD-CONTRACT-STATUS
           MOVE PM-CONTRACT-STATUS       TO AU-NEW-CONTRACT-STATUS
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-OLD-TOTAL-PREMIUM
           MOVE PM-TOTAL-ANNUAL-PREMIUM  TO AU-NEW-TOTAL-PREMIUM
           MOVE WS-AUDIT-DETAIL          TO AU-ACTION-DETAIL
           WRITE AUDIT-RECORD.

      *---------------------------------------------------------------*
      * 9900 - CLOSE ALL FILES                                        *
      *---------------------------------------------------------------*
       9900-CLOSE-FILES.
           CLOSE POLMST AUDITPF.
