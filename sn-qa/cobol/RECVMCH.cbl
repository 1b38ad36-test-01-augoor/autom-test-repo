      * A PO whose cumulative receipts cover PO-QUANTITY is marked
      * status R (received) on the master, so it drops off the
      * POAGERPT open aging instead of aging forever.
      * Every receipt posted is also kept on the receipt posting
      * history (FRCPTPST, RCPTPOST copybook) with the PO's part,
      * supplier, plant and unit cost, for PPVRPT's month-to-date
      * purchase price variance.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   Keep every posted receipt on the receipt posting history
      *   FRCPTPST for the purchase price variance report.
      * 2026-09-02 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
               ACCESS DYNAMIC
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FRCPTPST ASSIGN TO DRCPTPST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS RP-KEY
               FILE STATUS IS FRCPTPST-ST.
           SELECT FRECVRPT ASSIGN TO DRECVRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FRECVRPT-ST.
           05  FILLER                  PIC X(57).
       FD  FPOMAST.
           COPY 'POMAST'.
       FD  FRCPTPST.
           COPY 'RCPTPOST'.
       FD  FRECVRPT.
       01  OU-RECVRPT-LINE             PIC X(132).
      *-------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05 WS-COMPARE-DATE              PIC 9(08) VALUE 0.
           05 WS-CUM-RECEIVED              PIC 9(07) VALUE 0.
           05 WS-POST-SEQUENCE             PIC 9(06) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-RECEIPTS-READ         PIC 9(09) VALUE 0.
           05 WS-TOT-EARLY-ARRIVAL         PIC 9(09) VALUE 0.
           05 WS-TOT-FULLY-RECEIVED        PIC 9(09) VALUE 0.
           05 WS-TOT-UNDER-SHIPPED         PIC 9(09) VALUE 0.
           05 WS-TOT-POSTINGS-KEPT         PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 FRECV-EOF                    PIC X(01) VALUE 'N'.
             88 NO-MORE-FRECV                        VALUE 'Y'.
           05 WS-SCAN-SW                   PIC X(01) VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.
           05 WS-POST-SW                   PIC X(01) VALUE 'N'.
             88 POSTING-DONE                         VALUE 'Y'.
           05 FRECV-ST                     PIC X(02).
             88 FRECV-OK                             VALUE '00'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-NOTFND                       VALUE '23'.
           05 FRECVRPT-ST                  PIC X(02).
             88 FRECVRPT-OK                          VALUE '00'.
           05 FRCPTPST-ST                  PIC X(02).
             88 FRCPTPST-OK                          VALUE '00'.
             88 FRCPTPST-DUPKEY                      VALUE '22'.
             88 FRCPTPST-ABSENT                      VALUE '35'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
               CLOSE FPOMAST
               GOBACK
           END-IF.
      *The posting history persists across runs; it is only created
      *when absent, never truncated.
           OPEN I-O FRCPTPST.
           IF FRCPTPST-ABSENT
               OPEN OUTPUT FRCPTPST
               IF FRCPTPST-OK
                   CLOSE FRCPTPST
               END-IF
               OPEN I-O FRCPTPST
           END-IF.
           IF NOT FRCPTPST-OK
               DISPLAY 'RECEIPT POSTING FILE PROBLEM ' FRCPTPST-ST
               CLOSE FRECV
               CLOSE FPOMAST
               CLOSE FRECVRPT
               GOBACK
           END-IF.
           MOVE SPACES TO OU-RECVRPT-LINE.
           STRING 'GOODS RECEIPT MATCH '  DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
           END-REWRITE.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER REWRITE PROBLEM ' FPOMAST-ST
           ELSE
               PERFORM 240-KEEP-POSTING
           END-IF.
      *Arrival against the promise from the acknowledgment, or the
      *requested delivery date when no promise was ever posted.
                  RC-QUANTITY                 DELIMITED BY SIZE
                  INTO OU-RECVRPT-LINE.
           WRITE OU-RECVRPT-LINE.
      *Keep the posted receipt with the PO's cost. The sequence runs
      *on within the posting date, so a second run on the same day
      *steps past the numbers the first one used.
       240-KEEP-POSTING.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO RP-POSTED-DATE.
           MOVE RC-PO-NUMBER TO RP-PO-NUMBER.
           MOVE PM-PART-NUMBER TO RP-PART-NUMBER.
           MOVE PM-SUPPLIER-CODE TO RP-SUPPLIER-CODE.
           MOVE PM-PLANT TO RP-PLANT.
           MOVE RC-RECEIPT-DATE TO RP-RECEIPT-DATE.
           MOVE RC-QUANTITY TO RP-QUANTITY.
           MOVE PM-UNIT-COST TO RP-UNIT-COST.
           MOVE 'N' TO WS-POST-SW.
           PERFORM 245-WRITE-POSTING UNTIL POSTING-DONE.
       245-WRITE-POSTING.
           ADD 1 TO WS-POST-SEQUENCE.
           MOVE WS-POST-SEQUENCE TO RP-SEQUENCE.
           WRITE RP-RECEIPT-POSTING
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN FRCPTPST-OK
                   ADD 1 TO WS-TOT-POSTINGS-KEPT
                   MOVE 'Y' TO WS-POST-SW
               WHEN FRCPTPST-DUPKEY AND WS-POST-SEQUENCE < 999999
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RECEIPT POSTING WRITE PROBLEM '
                           FRCPTPST-ST ' PO ' RC-PO-NUMBER
                   MOVE 'Y' TO WS-POST-SW
           END-EVALUATE.
      *Walk the whole master once after the receipts file ends and
      *list every PO received in part but not in full.
       400-REPORT-UNDER-SHIPPED.
           CLOSE FRECV.
           CLOSE FPOMAST.
           CLOSE FRECVRPT.
           CLOSE FRCPTPST.
           DISPLAY 'RECVMCH COMPLETE, RECEIPTS ' WS-TOT-RECEIPTS-READ
                   ' FULLY RECEIVED ' WS-TOT-FULLY-RECEIVED
                   ' UNDER-SHIPPED ' WS-TOT-UNDER-SHIPPED
                   ' POSTINGS KEPT ' WS-TOT-POSTINGS-KEPT.
