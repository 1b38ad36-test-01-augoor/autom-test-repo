      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   Follow the FOUTPUT record growth to 524 bytes (part
      *   override flags in bytes 522-524).
      * 2026-09-02 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
       FD  FOUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-OUTPUT.
       01  IN-OUTPUT                   PIC X(524).
       FD  FPARTS.
           COPY 'PARTS'.
       FD  FSUPPS.
