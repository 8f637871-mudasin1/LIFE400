      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-05-03                                        *
      * MODIFIED:  2000-04-10 - NOTICE ADDRESSED FROM PARTYPF        *
      *---------------------------------------------------------------*
      * WRITE ONE POLICYHOLDER NOTICE RECORD TO NOTICEPF - SHARED    *
      * PROCEDURE LOGIC, PERFORMED FROM SVCSTAT WHEN A POLICY FIRST  *
      * CALLER MUST: SELECT/FD NOTICEPF WITH COPY NOTICEDATA, OPEN   *
      *              EXTEND THE FILE BEFORE PERFORMING THIS          *
      *              PARAGRAPH (VIA 1300-EVALUATE-PAYMENT-STATUS),   *
      *              COPY DATEWRK/DATECALC FOR THE DEADLINE DATE     *
      *              ADDITION (8730), AND HAVE THE NOTCADDR/PRTYLOOK *
      *              ADDRESSING MACHINERY IN PLACE (8360).            *
      *===============================================================*
      *---------------------------------------------------------------*
      * 8200 - WRITE NOTICE EXTRACT                                   *
                   MOVE 0 TO NO-DEADLINE-DATE
           END-EVALUATE
           MOVE PM-PROCESS-DATE          TO NO-NOTICE-DATE
           PERFORM 8360-ADDRESS-NOTICE
           WRITE NOTICE-RECORD.
