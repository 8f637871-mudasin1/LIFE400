      *===============================================================*
      * COPYBOOK:  PREGDATA                                          *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-03-27                                        *
      * MODIFIED:  2000-04-10 - PARTYPF ROLE OF THE PAYEE (PR-PARTY- *
      *            ROLE) SO A RE-ISSUE IS ADDRESSED LIKE THE ORIGINAL*
      *---------------------------------------------------------------*
      * OUTGOING PAYMENT REGISTER RECORD (OUTPAY) - ONE ROW PER      *
      * PAYMENT SENT TO A PAYMENT VENDOR (CLAIM SHARE FROM CLMPAYB,  *
      * CANCELLATION REFUND FROM CANREFB, SUSPENSE REFUND FROM       *
      * SUSPWKB), KEYED BY THE CHECK/TRACE NUMBER THAT ALSO GOES OUT *
      * ON THE VENDOR ROW.                                            *
      * NUMBERS COME FROM THE PAYCTL CONTROL ROW (PCTLDATA) VIA THE  *
      * SHARED PREGLOG PARAGRAPH. POSPAYB SENDS EACH NEW ROW TO THE  *
      * BANK ON THE POSITIVE-PAY FILE; BNKRECB MOVES IT TO CLEARED,  *
      * RETURNED OR VOIDED FROM THE BANK'S PAID/RETURNED FILE. A     *
      * RETURNED ACH PAYMENT IS RE-ISSUED AS A NEW ROW BY CHECK, THE *
      * TWO ROWS LINKED BY PR-REISSUE-NUMBER/PR-ORIG-PAYMENT-NUMBER. *
      * PAYAGEB AGES WHAT IS STILL OUTSTANDING. NOT PAYREGPF, THE    *
      * REGISTER OF PREMIUM PAYMENTS RECEIVED THAT PAYPOSTB KEEPS.   *
      * PR-PARTY-ROLE IS THE PARTYPF ROLE THE PAYEE WAS ADDRESSED    *
      * UNDER (OW/PY/BN, WITH PR-BENEF-SEQ) SO A RE-ISSUE GOES TO    *
      * THE SAME PARTY; BLANK ON OLDER ROWS.                          *
      * USED BY: CLMPAYB, CANREFB, SUSPWKB (VIA PREGLOG), POSPAYB,   *
      *          BNKRECB, PAYAGEB                                     *
      *===============================================================*
       01  OUTPAY-RECORD.
           05  PR-PAYMENT-NUMBER         PIC 9(10).
           05  PR-SOURCE-TYPE            PIC X(02).
               88  PR-SOURCE-CLAIM       VALUE 'CL'.
               88  PR-SOURCE-CANCEL-REF  VALUE 'CN'.
               88  PR-SOURCE-SUSP-REF    VALUE 'RF'.
           05  PR-SOURCE-PROGRAM         PIC X(10).
           05  PR-POLICY-ID              PIC X(12).
           05  PR-CLAIM-ID               PIC X(12).
           05  PR-PAYMENT-REF            PIC X(16).
           05  PR-PAYEE-NAME             PIC X(40).
           05  PR-BENEF-SEQ              PIC 9(02).
           05  PR-PAYMENT-MODE           PIC X(01).
               88  PR-PAY-CHECK          VALUE 'C'.
               88  PR-PAY-ACH            VALUE 'A'.
           05  PR-AMOUNT                 PIC 9(13)V99.
           05  PR-CURRENCY-CODE          PIC X(03).
           05  PR-ISSUE-STATE            PIC X(02).
           05  PR-ISSUE-DATE             PIC 9(08).
           05  PR-STATUS                 PIC X(01).
               88  PR-OUTSTANDING        VALUE 'O'.
               88  PR-CLEARED            VALUE 'C'.
               88  PR-RETURNED           VALUE 'R'.
               88  PR-VOIDED             VALUE 'V'.
           05  PR-STATUS-DATE            PIC 9(08).
           05  PR-POSPAY-IND             PIC X(01).
               88  PR-POSPAY-SENT        VALUE 'Y'.
           05  PR-POSPAY-DATE            PIC 9(08).
           05  PR-BANK-DATE              PIC 9(08).
           05  PR-BANK-AMOUNT            PIC 9(13)V99.
           05  PR-RETURN-REASON          PIC X(03).
           05  PR-ORIG-PAYMENT-NUMBER    PIC 9(10).
           05  PR-REISSUE-NUMBER         PIC 9(10).
           05  PR-PARTY-ROLE             PIC X(02).
           05  FILLER                    PIC X(18).
