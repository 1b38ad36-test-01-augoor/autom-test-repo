      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M5
      *   Follow the FOUTPUT record growth to 524 bytes (part
      *   override flags in bytes 522-524).
      * 2026-09-02 Maintenance  V0R0M4
      *   Follow the FOUTPUT record growth to 521 bytes (unit cost
      *   in bytes 515-521) and value the report: each detail line
       FD  FOUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-OUTPUT.
       01  IN-OUTPUT                   PIC X(524).
       FD  FAGERPT.
       01  OU-AGERPT-LINE              PIC X(132).
       FD  FPOMAST.
