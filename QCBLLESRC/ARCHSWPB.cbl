      * SYSTEM:    LIFE400 - ACME LIFE INSURANCE CO.             *
      * AUTHOR:    R. KOWALSKI                                       *
      * DATE:      1999-09-13                                        *
      * VERSION:   1.3                                               *
      * MODIFIED:  2000-06-19 - ARCHIVE RECORD RESIZED TO THE        *
      *            CURRENT POLICY MASTER LAYOUT                      *
      *            2000-02-14 - ARCHIVE RECORD RESIZED FOR THE     *
      *            AUTOMATIC PREMIUM LOAN ELECTION FLAG              *
      *            1999-12-20 - ARCHIVE RECORD RESIZED FOR THE     *
      *            CLAIM DOCUMENT CHASE MARKER                       *
      *            ARCHRPT (OUTPUT SEQUENTIAL - SWEEP SUMMARY)       *
      * COPYBOOK:  POLDATA, AUDITDATA, AUDITLOG (QCPYSRC)            *
      *---------------------------------------------------------------*
      * THE ARCHIVE RECORD MIRRORS THE 1823-BYTE POLICY MASTER       *
      * RECORD BYTE FOR BYTE (POLICY ID IN THE FIRST 12 POSITIONS,   *
      * AH-POLICY-DATA COVERING THE REMAINING 1811), WITH SPARE      *
      * FILLER TO 1830 FOR MODEST LATER GROWTH. WHENEVER POLDATA     *
      * GROWS, RESIZE AH-POLICY-DATA TO MATCH - A MIRROR SHORTER     *
      * THAN THE MASTER RECORD WOULD TRUNCATE SILENTLY ONCE THE      *
      * FILLER IS USED UP.                                            *
       FD  POLHST.
       01  AH-ARCHIVE-RECORD.
           05  AH-POLICY-ID          PIC X(12).
           05  AH-POLICY-DATA        PIC X(1811).
           05  FILLER                PIC X(07).
       FD  AUDITPF.
       COPY AUDITDATA.
