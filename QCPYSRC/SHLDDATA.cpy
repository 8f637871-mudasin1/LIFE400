      *===============================================================*
      * COPYBOOK:  SHLDDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-04-03                                        *
      *---------------------------------------------------------------*
      * COMPLIANCE HOLD QUEUE - ONE ROW PER ITEM PARKED BECAUSE A    *
      * NAME ON IT POSSIBLY MATCHED THE SANCTIONS WATCH LIST. THE    *
      * ITEM IS THE POLICY PLUS THE SOURCE THAT RAISED IT PLUS THE   *
      * SOURCE'S OWN REFERENCE:                                       *
      *   NB - NEW BUSINESS ISSUE       (REF = APPLICATION ID)       *
      *   BC - BENEFICIARY CHANGE       (REF = SVC ID)               *
      *   CL - CLAIM DISBURSEMENT       (REF = CLAIM ID)             *
      *   CN - CANCELLATION REFUND      (REF = BLANK)                *
      *   RF - SUSPENSE REFUND          (REF = PAYMENT REFERENCE)    *
      * THE ROW CARRIES THE FIRST MATCHED PARTY; EVERY PARTY SCREENED*
      * IS ON THE SCREENING LOG (SLOGDATA). SANHMNT CLEARS (FALSE    *
      * POSITIVE - THE ITEM IS RELEASED) OR CONFIRMS (TRUE MATCH -   *
      * THE ITEM STAYS BLOCKED) A PENDING ROW; A ROW IS NEVER        *
      * DELETED, SO THE DECISION STANDS WHEN THE ITEM IS SCREENED    *
      * AGAIN. A BENEFICIARY CHANGE ALSO KEEPS THE DESIGNATION THAT  *
      * WAS REQUESTED, SO A CLEARED CHANGE CAN BE APPLIED EVEN IF    *
      * ANOTHER AMENDMENT HAS BEEN STAGED ON THE POLICY SINCE.       *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), SVCBILB, CLMPAYB,     *
      *          CANREFB, SUSPWKB, BNKRECB (VIA SANSCRN), SANHMNT    *
      *===============================================================*
       01  SANHOLD-RECORD.
           05  SH-HOLD-KEY.
               10  SH-POLICY-ID          PIC X(12).
               10  SH-HOLD-SOURCE        PIC X(02).
                   88  SH-SOURCE-NEW-BUSINESS    VALUE 'NB'.
                   88  SH-SOURCE-BENEF-CHANGE    VALUE 'BC'.
                   88  SH-SOURCE-CLAIM           VALUE 'CL'.
                   88  SH-SOURCE-CANCEL-REFUND   VALUE 'CN'.
                   88  SH-SOURCE-SUSP-REFUND     VALUE 'RF'.
               10  SH-REF-ID             PIC X(16).
           05  SH-PARTY-ROLE             PIC X(02).
               88  SH-ROLE-INSURED       VALUE 'IN'.
               88  SH-ROLE-BENEFICIARY   VALUE 'BN'.
               88  SH-ROLE-PAYEE         VALUE 'PY'.
           05  SH-PARTY-SEQ              PIC 9(02).
           05  SH-PARTY-NAME             PIC X(40).
           05  SH-WATCH-ENTRY-ID         PIC X(10).
           05  SH-WATCH-NAME             PIC X(60).
           05  SH-HIT-COUNT              PIC 9(02).
           05  SH-AMOUNT                 PIC 9(13)V99.
           05  SH-HOLD-PROGRAM           PIC X(10).
           05  SH-HOLD-DATE              PIC 9(08).
           05  SH-HOLD-STATUS            PIC X(02).
               88  SH-STATUS-PENDING     VALUE 'PE'.
               88  SH-STATUS-CLEARED     VALUE 'CL'.
               88  SH-STATUS-CONFIRMED   VALUE 'CF'.
           05  SH-DECISION-USER          PIC X(10).
           05  SH-DECISION-DATE          PIC 9(08).
           05  SH-BENEF-REQUEST.
               10  SH-BENEF-ENTRY OCCURS 4 TIMES.
                   15  SH-BENEF-NAME     PIC X(40).
                   15  SH-BENEF-RELATION PIC X(20).
                   15  SH-BENEF-PERCENT  PIC 9(03)V99.
           05  FILLER                    PIC X(20).
