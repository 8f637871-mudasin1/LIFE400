      *===============================================================*
      * COPYBOOK:  SVCBDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-06-12                                        *
      *---------------------------------------------------------------*
      * AMENDMENT BEFORE-IMAGE RECORD (SVCBIMPF) - ONE ROW PER       *
      * SERVICING AMENDMENT SVCBILB APPLIES (EVERY TRANSACTION IT    *
      * MARKS COMPLETE ON SVCPF EXCEPT A REVERSAL), KEYED BY POLICY  *
      * ID PLUS A SEQUENCE THAT RISES WITH EACH AMENDMENT ON THE     *
      * POLICY. IT HOLDS THE POLICY AS IT STOOD JUST BEFORE THE      *
      * AMENDMENT - PLAN, SUM ASSURED, BILLING MODE, RATING FACTORS, *
      * RIDER TABLE, PREMIUM AND BENEFICIARY DESIGNATION - THE FEE   *
      * AND COMMISSION BASIS THE AMENDMENT POSTED, AND THE PREMIUM   *
      * AND RIDERS IT LEFT BEHIND, SO A REVERSAL (RV) CAN TELL THAT  *
      * NOTHING HAS MOVED THEM SINCE, PUT THE POLICY BACK EXACTLY    *
      * AND POST THE OFFSETTING ENTRIES. A ROW IS NEVER DELETED; A   *
      * REVERSAL FLAGS IT 'R'. AN APPLIED ROW WITH A HIGHER SEQUENCE *
      * MEANS A LATER AMENDMENT HAS TOUCHED THE POLICY SINCE.        *
      * USED BY: SVCBILB                                             *
      *===============================================================*
       01  SVCBIM-RECORD.
           05  BI-IMAGE-KEY.
               10  BI-POLICY-ID          PIC X(12).
               10  BI-IMAGE-SEQ          PIC 9(05).
           05  BI-SVC-ID                 PIC X(12).
           05  BI-AMENDMENT-TYPE         PIC X(02).
           05  BI-APPLIED-DATE           PIC 9(08).
           05  BI-IMAGE-STATUS           PIC X(01).
               88  BI-IMAGE-APPLIED      VALUE 'A'.
               88  BI-IMAGE-REVERSED     VALUE 'R'.
           05  BI-REVERSAL-SVC-ID        PIC X(12).
           05  BI-REVERSAL-DATE          PIC 9(08).
      *--- WHAT THE AMENDMENT POSTED -------------------------------*
      * THE FEE ADDED TO PM-SERVICE-FEE-CHARGED (GLJRNPF 'FE' ROW),
      * THE PREMIUM DELTA COMMISSIONED ON COMMPF, THE TOTAL PREMIUM
      * IT LEFT ON THE POLICY, AND THE ANNIVERSARY RE-RATE MARKER AS
      * IT STOOD - A RE-RATE SINCE MOVES THE MARKER ON
           05  BI-FEE-CHARGED            PIC 9(07)V99.
           05  BI-COMM-BASIS             PIC S9(13)V99.
           05  BI-NEW-TOTAL-PREMIUM      PIC 9(13)V99.
           05  BI-RERATE-DATE            PIC 9(08).
      *--- THE RIDERS AS THE AMENDMENT LEFT THEM -------------------*
      * A CLAIM SETTLEMENT OR WAIVER THAT HAS SINCE ENDED OR CHANGED
      * A RIDER SHOWS AS A DIFFERENCE HERE
           05  BI-AFTER-RIDER-TABLE OCCURS 10 TIMES.
               10  BI-AFTER-RIDER-CODE   PIC X(05).
               10  BI-AFTER-RIDER-SA     PIC 9(13)V99.
               10  BI-AFTER-RIDER-STATUS PIC X(01).
      *--- THE POLICY BEFORE THE AMENDMENT -------------------------*
           05  BI-BEFORE-IMAGE.
               10  BI-PLAN-CODE          PIC X(05).
      * PM-PLAN-PARAMETERS AS A WHOLE (POLDATA)
               10  BI-PLAN-PARAMETERS    PIC X(77).
               10  BI-SUM-ASSURED        PIC 9(13)V99.
               10  BI-BILLING-MODE       PIC X(01).
               10  BI-TERM-YEARS         PIC 9(03).
               10  BI-BASE-MORTALITY-RATE PIC 9(02)V9999.
               10  BI-GENDER-FACTOR      PIC 9(01)V9999.
               10  BI-SMOKER-FACTOR      PIC 9(01)V9999.
               10  BI-OCCUPATION-FACTOR  PIC 9(01)V9999.
               10  BI-UW-FACTOR          PIC 9(01)V9999.
               10  BI-RIDER-TABLE OCCURS 10 TIMES.
                   15  BI-RIDER-CODE     PIC X(05).
                   15  BI-RIDER-SUM-ASSURED PIC 9(13)V99.
                   15  BI-RIDER-RATE     PIC 9(02)V9999.
                   15  BI-RIDER-ANNUAL-PREM PIC 9(13)V99.
                   15  BI-RIDER-STATUS   PIC X(01).
               10  BI-BASE-ANNUAL-PREMIUM PIC 9(13)V99.
               10  BI-RIDER-ANNUAL-TOTAL PIC 9(13)V99.
               10  BI-GROSS-ANNUAL-PREMIUM PIC 9(13)V99.
               10  BI-TAX-AMOUNT         PIC 9(13)V99.
               10  BI-TOTAL-ANNUAL-PREMIUM PIC 9(13)V99.
               10  BI-MODAL-PREMIUM      PIC 9(13)V99.
               10  BI-BENEF-DESIGNATION.
                   15  BI-BENEF-TABLE OCCURS 4 TIMES.
                       20  BI-BENEF-NAME     PIC X(40).
                       20  BI-BENEF-RELATION PIC X(20).
                       20  BI-BENEF-PERCENT  PIC 9(03)V99.
           05  FILLER                    PIC X(40).
