      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M7
      *   Follow the FOUTPUT record growth to 524 bytes (part
      *   override flags in bytes 522-524).
      * 2026-10-15 Maintenance  V0R0M6
      *   Start a new PO as never transmitted to the supplier.
      * 2026-10-15 Maintenance  V0R0M5
      *   Start a new PO with no acknowledgment date.
      * 2026-10-15 Maintenance  V0R0M4
      *   Carry the extract unit cost (bytes 515-521) onto the PO
      *   master as PM-UNIT-COST on add and refresh, and start a new
      *   PO with nothing billed, for the invoice match.
      * 2026-10-15 Maintenance  V0R0M3
      *   Start a new PO with no close reason, no short-closed
      *   quantity and no missing nights (closeout fields POCLOSE
      *   maintains on the PO master).
      * 2026-09-02 Maintenance  V0R0M2
      *   Follow the FOUTPUT record growth to 521 bytes (unit cost
      *   in bytes 515-521).
       FD  FOUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-OUTPUT.
       01  IN-OUTPUT                   PIC X(524).
       FD  FPOMAST.
           COPY 'POMAST'.
      *-------------------------------------------------------------
           05 WS-PART-NUMBER               PIC X(10).
           05 WS-SUPPLIER-CODE             PIC X(10).
           05 WS-PLANT-ID                  PIC X(03).
           05 WS-UNIT-COST                 PIC 9(05)V99 VALUE 0.
           05 WS-UNIT-COST-X REDEFINES WS-UNIT-COST
                                           PIC X(07).
           05 WS-PO-COUNT-X                PIC X(02).
           05 WS-PO-COUNT                  PIC 9(02) VALUE 0.
           05 WS-PO-SUB                    PIC 9(02) VALUE 0.
               GOBACK
           END-IF.
      *The part number sits at bytes 1-10 of the output image, the
      *supplier code at 68-77, the plant at 512-514, the unit cost
      *at 515-521, the PO count at 355-356 and the five raw 31-byte
      *purchase order areas from byte 357.
       200-POST-ONE-RECORD.
           READ FOUTPUT
               AT END MOVE 'Y' TO FOUTPUT-EOF
               MOVE IN-OUTPUT(1:10) TO WS-PART-NUMBER
               MOVE IN-OUTPUT(68:10) TO WS-SUPPLIER-CODE
               MOVE IN-OUTPUT(512:3) TO WS-PLANT-ID
               MOVE IN-OUTPUT(515:7) TO WS-UNIT-COST-X
               IF WS-UNIT-COST-X NOT NUMERIC
                   MOVE 0 TO WS-UNIT-COST
               END-IF
               MOVE IN-OUTPUT(355:2) TO WS-PO-COUNT-X
               IF WS-PO-COUNT-X IS NUMERIC
                   MOVE WS-PO-COUNT-X TO WS-PO-COUNT
                   MOVE 0 TO PM-RECEIVED-QTY
                   MOVE 0 TO PM-RECEIVED-DATE
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO PM-STATUS-DATE
                   MOVE SPACES TO PM-CLOSE-REASON
                   MOVE 0 TO PM-SHORT-CLOSE-QTY
                   MOVE 0 TO PM-NIGHTS-MISSING
                   MOVE 0 TO PM-LAST-MISSED-DATE
                   MOVE 0 TO PM-BILLED-QTY
                   MOVE 0 TO PM-ACK-DATE
                   MOVE 0 TO PM-TRANSMIT-DATE
                   MOVE 0 TO PM-TRANSMIT-VERSION
                   MOVE 0 TO PM-SENT-QUANTITY
                   MOVE 0 TO PM-SENT-REQ-DATE
                   MOVE 0 TO PM-ACK-VERSION
                   WRITE PM-PO-MASTER
                       INVALID KEY
                           CONTINUE
           MOVE WS-PART-NUMBER TO PM-PART-NUMBER.
           MOVE WS-SUPPLIER-CODE TO PM-SUPPLIER-CODE.
           MOVE WS-PLANT-ID TO PM-PLANT.
           MOVE WS-UNIT-COST TO PM-UNIT-COST.
           IF WS-PO-QUANTITY IS NUMERIC
               MOVE WS-PO-QUANTITY TO PM-PO-QUANTITY
           ELSE
