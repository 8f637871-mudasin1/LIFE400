      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-09-06                                        *
      * MODIFIED:  2000-05-29 - MARK PULLED DOWN BY AUDROLB WHEN A   *
      *            ROLLOVER TAKES ROWS FROM BELOW IT                 *
      *            1999-10-18 - ADDED AUDITPF HIGH-WATER MARK        *
      *---------------------------------------------------------------*
      * NIGHTLY BALANCE SNAPSHOT RECORD - ONE ROW, KEYED BY          *
      * BC-CONTROL-ID, HOLDING THE OPENING POLMST COUNTS BY          *
      * THAT CROSSES MIDNIGHT STILL RECONCILES.                      *
      * STATUS COLUMNS IN FIXED ORDER: PE AC GR LA RS CL TE RJ MT    *
      * (THE SAME ORDER AS POLRPTB'S STATUS TABLES).                  *
      * USED BY: BALCTLB, AUDROLB (MARK ADJUSTMENT ONLY)             *
      *===============================================================*
       01  BALANCE-RECORD.
           05  BC-CONTROL-ID             PIC X(08).
