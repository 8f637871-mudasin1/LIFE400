      *===============================================================*
      * COPYBOOK:  QUOTWRK (WORKING-STORAGE)                         *
      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      2000-05-15                                        *
      *---------------------------------------------------------------*
      * WORKING STORAGE FOR HONOURING A PREMIUM QUOTE (NBUWENG 1850). *
      * 1850 SETS WS-QUOTE-OUTCOME FOR AN APPLICATION CARRYING A     *
      * PM-QUOTE-ID, WITH THE PREMIUM TODAY'S RATES GAVE AND THE     *
      * DIFFERENCE HONOURED (QUOTED LESS RATED), FOR THE CALLER TO   *
      * REPORT. BLANK OUTCOME = NO QUOTE ON THE APPLICATION.         *
      * USED BY: NBUWB, NBINTKB, NBQUOTE                             *
      *===============================================================*
       77  WS-QUOTEPF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-QUOTE-OUTCOME          PIC X(02) VALUE SPACES.
           88  WS-QUOTE-NONE         VALUE SPACES.
           88  WS-QUOTE-HONOURED     VALUE 'HN'.
           88  WS-QUOTE-SAME-PREMIUM VALUE 'SP'.
           88  WS-QUOTE-NOT-FOUND    VALUE 'NF'.
           88  WS-QUOTE-EXPIRED      VALUE 'EX'.
           88  WS-QUOTE-USED-ELSEWHERE VALUE 'US'.
           88  WS-QUOTE-RISK-CHANGED VALUE 'RK'.
       77  WS-QUOTE-RATED-PREMIUM    PIC 9(13)V99 VALUE 0.
       77  WS-QUOTE-DIFFERENCE       PIC S9(13)V99 VALUE 0.
       77  WS-QUOTE-IDX              PIC 9(02) VALUE 0.
       77  WS-QUOTE-MATCH-FLAG       PIC X VALUE 'Y'.
           88  WS-QUOTE-MATCHES      VALUE 'Y'.

       01  WS-QUOTE-AUDIT-DETAIL.
           05  WS-QA-QUOTE-ID        PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-QA-OUTCOME         PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACE.
