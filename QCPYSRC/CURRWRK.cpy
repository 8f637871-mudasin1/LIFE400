      * CURRLOAD) BUILDS FROM CURRTAB AT RUN START, KEEPING PER      *
      * CURRENCY CODE THE RATE WITH THE LATEST EFFECTIVE DATE AT OR  *
      * BEFORE WS-CURR-AS-OF-DATE.                                    *
      * USED BY: NBUWB, NBINTKB (VIA NBUWENG), POLRPTB, COMSTLB,     *
      *          NBQUOTE, MORTEXPB                                   *
      *===============================================================*
       77  WS-CURRTAB-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CURRTAB-EOF-FLAG       PIC X VALUE 'N'.
