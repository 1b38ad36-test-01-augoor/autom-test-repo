      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      PPVRPT.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Purchase price variance report.
      *
      * COSTCHG shows cost movement night over night; finance wants
      * the price paid measured against the standard it budgets
      * with (standard cost master FSTDCST, STDCOST copybook,
      * maintained by STDMAINT). PPVRPT values, at the supplier's
      * extract cost (OU-OUT-COST, carried on the PO master as
      * PM-UNIT-COST by POMSTLD):
      *   - every open PO (C/K/L) on FPOMAST, for the quantity still
      *     to come (ordered less received), against the standard
      *     in force today;
      *   - every receipt RECVMCH posted this month (receipt posting
      *     history FRCPTPST, RCPTPOST copybook), against the
      *     standard in force on the receipt date.
      * PPV is (unit cost - standard) times quantity: above standard
      * is unfavourable, below is favourable, and the two are kept
      * apart rather than netted. FPPVRPT shows them by supplier,
      * part and plant - the open commitment, tonight's receipts and
      * month-to-date receipts - with supplier subtotals and grand
      * totals. Parts with no standard on file for the plant are
      * listed separately, with the POs and receipts that could not
      * be valued, so the master gets filled in. A PO or receipt
      * with no unit cost on file is counted, not valued.
      *
      * Nothing is sorted: the totals are built on a keyed
      * work file (FPPVWK, supplier/part/plant) and the parts with
      * no standard on a second (FNSTDWK, part/plant), both read
      * back in key order. A work file error, or a PO master or
      * receipt posting read error, fails the run with return code
      * 16 rather than printing partial totals.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   A PO master or receipt posting read error stops the run
      *   with return code 16 instead of ending the scan quietly.
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FRCPTPST ASSIGN TO DRCPTPST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS FRCPTPST-ST.
           SELECT FSTDCST ASSIGN TO DSTDCST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS FSTDCST-ST.
           SELECT FPPVWK ASSIGN TO DPPVWK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PW-KEY
               FILE STATUS IS FPPVWK-ST.
           SELECT FNSTDWK ASSIGN TO DNSTDWK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS NW-KEY
               FILE STATUS IS FNSTDWK-ST.
           SELECT FPPVRPT ASSIGN TO DPPVRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPPVRPT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FPOMAST.
           COPY 'POMAST'.
       FD  FRCPTPST.
           COPY 'RCPTPOST'.
       FD  FSTDCST.
           COPY 'STDCOST'.
       FD  FPPVWK.
       01  PW-PPV-WORK.
           05  PW-KEY.
               10  PW-SUPPLIER-CODE    PIC X(10).
               10  PW-PART-NUMBER      PIC X(10).
               10  PW-PLANT            PIC X(03).
           05  PW-OPEN-POS             PIC 9(05).
           05  PW-OPEN-QTY             PIC 9(07).
           05  PW-OPEN-UNFAV           PIC 9(09)V99.
           05  PW-OPEN-FAV             PIC 9(09)V99.
           05  PW-DAY-QTY              PIC 9(07).
           05  PW-DAY-UNFAV            PIC 9(09)V99.
           05  PW-DAY-FAV              PIC 9(09)V99.
           05  PW-MTD-QTY              PIC 9(07).
           05  PW-MTD-UNFAV            PIC 9(09)V99.
           05  PW-MTD-FAV              PIC 9(09)V99.
       FD  FNSTDWK.
       01  NW-NO-STANDARD-WORK.
           05  NW-KEY.
               10  NW-PART-NUMBER      PIC X(10).
               10  NW-PLANT            PIC X(03).
           05  NW-SUPPLIER-CODE        PIC X(10).
           05  NW-OPEN-POS             PIC 9(05).
           05  NW-OPEN-QTY             PIC 9(07).
           05  NW-RECEIPTS             PIC 9(05).
           05  NW-RECEIPT-QTY          PIC 9(07).
       FD  FPPVRPT.
       01  OU-PPVRPT-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05 WS-MONTH-START               PIC 9(08) VALUE 0.
           05 WS-VALUE-SUPPLIER            PIC X(10) VALUE SPACES.
           05 WS-VALUE-PART                PIC X(10) VALUE SPACES.
           05 WS-VALUE-PLANT               PIC X(03) VALUE SPACES.
           05 WS-VALUE-DATE                PIC 9(08) VALUE 0.
           05 WS-VALUE-QTY                 PIC 9(07) VALUE 0.
           05 WS-VALUE-COST                PIC 9(05)V99 VALUE 0.
           05 WS-VALUE-KIND                PIC X(01) VALUE SPACE.
             88 VALUE-OPEN-PO                        VALUE 'O'.
             88 VALUE-RECEIPT                        VALUE 'R'.
           05 WS-STD-COST                  PIC 9(05)V99 VALUE 0.
           05 WS-PPV-AMOUNT                PIC S9(11)V99 VALUE 0.
           05 WS-PPV-UNFAV                 PIC 9(09)V99 VALUE 0.
           05 WS-PPV-FAV                   PIC 9(09)V99 VALUE 0.
           05 WS-OPEN-QTY                  PIC S9(07) VALUE 0.
           05 WS-BREAK-SUPPLIER            PIC X(10) VALUE SPACES.
           05 WS-NET-AMOUNT                PIC S9(11)V99 VALUE 0.
           05 WS-NET-ABS                   PIC 9(11)V99 VALUE 0.
       01  WS-SUPPLIER-TOTALS.
           05 WS-SUP-OPEN-UNFAV            PIC 9(11)V99 VALUE 0.
           05 WS-SUP-OPEN-FAV              PIC 9(11)V99 VALUE 0.
           05 WS-SUP-MTD-UNFAV             PIC 9(11)V99 VALUE 0.
           05 WS-SUP-MTD-FAV               PIC 9(11)V99 VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-POS-READ              PIC 9(09) VALUE 0.
           05 WS-TOT-OPEN-POS              PIC 9(09) VALUE 0.
           05 WS-TOT-RECEIPTS              PIC 9(09) VALUE 0.
           05 WS-TOT-VALUED                PIC 9(09) VALUE 0.
           05 WS-TOT-NO-STANDARD           PIC 9(09) VALUE 0.
           05 WS-TOT-NO-COST               PIC 9(09) VALUE 0.
           05 WS-TOT-LINES                 PIC 9(09) VALUE 0.
           05 WS-TOT-NO-STD-PARTS          PIC 9(09) VALUE 0.
           05 WS-TOT-OPEN-UNFAV            PIC 9(11)V99 VALUE 0.
           05 WS-TOT-OPEN-FAV              PIC 9(11)V99 VALUE 0.
           05 WS-TOT-DAY-UNFAV             PIC 9(11)V99 VALUE 0.
           05 WS-TOT-DAY-FAV               PIC 9(11)V99 VALUE 0.
           05 WS-TOT-MTD-UNFAV             PIC 9(11)V99 VALUE 0.
           05 WS-TOT-MTD-FAV               PIC 9(11)V99 VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-SCAN-SW                   PIC X(01) VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.
           05 WS-STD-SW                    PIC X(01) VALUE 'N'.
             88 STD-SCAN-DONE                        VALUE 'Y'.
           05 WS-STD-FOUND-SW              PIC X(01) VALUE 'N'.
             88 STANDARD-FOUND                       VALUE 'Y'.
           05 WS-RCPTPST-SW                PIC X(01) VALUE 'N'.
             88 RCPTPST-IS-OPEN                      VALUE 'Y'.
           05 WS-STDCST-SW                 PIC X(01) VALUE 'N'.
             88 STDCST-IS-OPEN                       VALUE 'Y'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
           05 FRCPTPST-ST                  PIC X(02).
             88 FRCPTPST-OK                          VALUE '00'.
             88 FRCPTPST-ABSENT                      VALUE '35'.
           05 FSTDCST-ST                   PIC X(02).
             88 FSTDCST-OK                           VALUE '00'.
             88 FSTDCST-ABSENT                       VALUE '35'.
           05 FPPVWK-ST                    PIC X(02).
             88 FPPVWK-OK                            VALUE '00'.
             88 FPPVWK-NOTFND                        VALUE '23'.
           05 FNSTDWK-ST                   PIC X(02).
             88 FNSTDWK-OK                           VALUE '00'.
             88 FNSTDWK-NOTFND                       VALUE '23'.
           05 FPPVRPT-ST                   PIC X(02) VALUE SPACES.
             88 FPPVRPT-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-VALUE-OPEN-POS.
           IF RCPTPST-IS-OPEN
               PERFORM 300-VALUE-RECEIPTS
           END-IF.
           PERFORM 600-PRINT-PPV.
           PERFORM 700-PRINT-NO-STANDARD.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           COMPUTE WS-MONTH-START =
               (WS-CURRENT-DATE-YYYYMMDD / 100) * 100 + 1.
           OPEN INPUT FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *No posting history yet means no receipts to value; no
      *standard master yet means every part lands on the
      *no-standard list. Neither stops the report.
           OPEN INPUT FRCPTPST.
           EVALUATE TRUE
               WHEN FRCPTPST-OK
                   MOVE 'Y' TO WS-RCPTPST-SW
               WHEN FRCPTPST-ABSENT
                   DISPLAY 'NO RECEIPT POSTING HISTORY YET'
               WHEN OTHER
                   DISPLAY 'RECEIPT POSTING FILE PROBLEM ' FRCPTPST-ST
                   CLOSE FPOMAST
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           OPEN INPUT FSTDCST.
           EVALUATE TRUE
               WHEN FSTDCST-OK
                   MOVE 'Y' TO WS-STDCST-SW
               WHEN FSTDCST-ABSENT
                   DISPLAY 'NO STANDARD COST MASTER YET'
               WHEN OTHER
                   DISPLAY 'STANDARD COST MASTER FILE PROBLEM '
                           FSTDCST-ST
                   CLOSE FPOMAST
                   IF RCPTPST-IS-OPEN
                       CLOSE FRCPTPST
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *The work files are rebuilt from scratch every run, then
      *reopened I-O for the accumulating reads and rewrites.
           OPEN OUTPUT FPPVWK.
           IF FPPVWK-OK
               CLOSE FPPVWK
               OPEN I-O FPPVWK
           END-IF.
           IF NOT FPPVWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FNSTDWK.
           IF FNSTDWK-OK
               CLOSE FNSTDWK
               OPEN I-O FNSTDWK
           END-IF.
           IF NOT FNSTDWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FPPVRPT.
           IF NOT FPPVRPT-OK
               DISPLAY 'PPV REPORT FILE PROBLEM'
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
           MOVE SPACES TO OU-PPVRPT-LINE.
           STRING 'PURCHASE PRICE VARIANCE '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  ' MONTH TO DATE FROM '   DELIMITED BY SIZE
                  WS-MONTH-START           DELIMITED BY SIZE
                  INTO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
      *Open POs: the quantity still to come at the PO's unit cost,
      *against today's standard.
       200-VALUE-OPEN-POS.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PM-PO-NUMBER.
           START FPOMAST KEY IS NOT LESS PM-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 210-VALUE-ONE-PO UNTIL SCAN-DONE.
       210-VALUE-ONE-PO.
           READ FPOMAST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                           ' - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-CLOSE
                   GOBACK
               ELSE
                   ADD 1 TO WS-TOT-POS-READ
                   COMPUTE WS-OPEN-QTY =
                       PM-PO-QUANTITY - PM-RECEIVED-QTY
                   IF PM-STATUS-OPEN AND WS-OPEN-QTY > 0
                       ADD 1 TO WS-TOT-OPEN-POS
                       MOVE 'O' TO WS-VALUE-KIND
                       MOVE PM-SUPPLIER-CODE TO WS-VALUE-SUPPLIER
                       MOVE PM-PART-NUMBER TO WS-VALUE-PART
                       MOVE PM-PLANT TO WS-VALUE-PLANT
                       MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-VALUE-DATE
                       MOVE WS-OPEN-QTY TO WS-VALUE-QTY
                       MOVE PM-UNIT-COST TO WS-VALUE-COST
                       PERFORM 400-VALUE-ONE-ITEM
                   END-IF
               END-IF
           END-IF.
      *Receipts posted from the first of the month to today, against
      *the standard in force on the day the goods arrived.
       300-VALUE-RECEIPTS.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE WS-MONTH-START TO RP-POSTED-DATE.
           MOVE 0 TO RP-SEQUENCE.
           START FRCPTPST KEY IS NOT LESS RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 310-VALUE-ONE-RECEIPT UNTIL SCAN-DONE.
       310-VALUE-ONE-RECEIPT.
           READ FRCPTPST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FRCPTPST-OK
                   DISPLAY 'RECEIPT POSTING READ PROBLEM ' FRCPTPST-ST
                           ' - RUN STOPPED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-CLOSE
                   GOBACK
               ELSE
                   IF RP-POSTED-DATE > WS-CURRENT-DATE-YYYYMMDD
                       MOVE 'Y' TO WS-SCAN-SW
                   ELSE
                       ADD 1 TO WS-TOT-RECEIPTS
                       MOVE 'R' TO WS-VALUE-KIND
                       MOVE RP-SUPPLIER-CODE TO WS-VALUE-SUPPLIER
                       MOVE RP-PART-NUMBER TO WS-VALUE-PART
                       MOVE RP-PLANT TO WS-VALUE-PLANT
                       MOVE RP-RECEIPT-DATE TO WS-VALUE-DATE
                       MOVE RP-QUANTITY TO WS-VALUE-QTY
                       MOVE RP-UNIT-COST TO WS-VALUE-COST
                       PERFORM 400-VALUE-ONE-ITEM
                   END-IF
               END-IF
           END-IF.
      *One open PO or receipt: find the standard, split the PPV
      *into unfavourable or favourable, post it to the work file.
       400-VALUE-ONE-ITEM.
           IF WS-VALUE-COST = 0
               ADD 1 TO WS-TOT-NO-COST
           ELSE
               PERFORM 500-FIND-STANDARD
               IF STANDARD-FOUND
                   ADD 1 TO WS-TOT-VALUED
                   MOVE 0 TO WS-PPV-UNFAV
                   MOVE 0 TO WS-PPV-FAV
                   COMPUTE WS-PPV-AMOUNT =
                       (WS-VALUE-COST - WS-STD-COST) * WS-VALUE-QTY
                   IF WS-PPV-AMOUNT > 0
                       MOVE WS-PPV-AMOUNT TO WS-PPV-UNFAV
                   ELSE
                       COMPUTE WS-PPV-FAV = 0 - WS-PPV-AMOUNT
                   END-IF
                   PERFORM 410-POST-PPV
               ELSE
                   ADD 1 TO WS-TOT-NO-STANDARD
                   PERFORM 420-POST-NO-STANDARD
               END-IF
           END-IF.
       410-POST-PPV.
           MOVE WS-VALUE-SUPPLIER TO PW-SUPPLIER-CODE.
           MOVE WS-VALUE-PART TO PW-PART-NUMBER.
           MOVE WS-VALUE-PLANT TO PW-PLANT.
           READ FPPVWK
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FPPVWK-NOTFND
               MOVE 0 TO PW-OPEN-POS
               MOVE 0 TO PW-OPEN-QTY
               MOVE 0 TO PW-OPEN-UNFAV
               MOVE 0 TO PW-OPEN-FAV
               MOVE 0 TO PW-DAY-QTY
               MOVE 0 TO PW-DAY-UNFAV
               MOVE 0 TO PW-DAY-FAV
               MOVE 0 TO PW-MTD-QTY
               MOVE 0 TO PW-MTD-UNFAV
               MOVE 0 TO PW-MTD-FAV
           ELSE
               IF NOT FPPVWK-OK
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
           END-IF.
           IF VALUE-OPEN-PO
               ADD 1 TO PW-OPEN-POS
               ADD WS-VALUE-QTY TO PW-OPEN-QTY
               ADD WS-PPV-UNFAV TO PW-OPEN-UNFAV
               ADD WS-PPV-FAV TO PW-OPEN-FAV
               ADD WS-PPV-UNFAV TO WS-TOT-OPEN-UNFAV
               ADD WS-PPV-FAV TO WS-TOT-OPEN-FAV
           ELSE
               ADD WS-VALUE-QTY TO PW-MTD-QTY
               ADD WS-PPV-UNFAV TO PW-MTD-UNFAV
               ADD WS-PPV-FAV TO PW-MTD-FAV
               ADD WS-PPV-UNFAV TO WS-TOT-MTD-UNFAV
               ADD WS-PPV-FAV TO WS-TOT-MTD-FAV
               IF RP-POSTED-DATE = WS-CURRENT-DATE-YYYYMMDD
                   ADD WS-VALUE-QTY TO PW-DAY-QTY
                   ADD WS-PPV-UNFAV TO PW-DAY-UNFAV
                   ADD WS-PPV-FAV TO PW-DAY-FAV
                   ADD WS-PPV-UNFAV TO WS-TOT-DAY-UNFAV
                   ADD WS-PPV-FAV TO WS-TOT-DAY-FAV
               END-IF
           END-IF.
           IF FPPVWK-NOTFND
               WRITE PW-PPV-WORK
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE PW-PPV-WORK
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT FPPVWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
       420-POST-NO-STANDARD.
           MOVE WS-VALUE-PART TO NW-PART-NUMBER.
           MOVE WS-VALUE-PLANT TO NW-PLANT.
           READ FNSTDWK
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FNSTDWK-NOTFND
               MOVE 0 TO NW-OPEN-POS
               MOVE 0 TO NW-OPEN-QTY
               MOVE 0 TO NW-RECEIPTS
               MOVE 0 TO NW-RECEIPT-QTY
           ELSE
               IF NOT FNSTDWK-OK
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
           END-IF.
           MOVE WS-VALUE-SUPPLIER TO NW-SUPPLIER-CODE.
           IF VALUE-OPEN-PO
               ADD 1 TO NW-OPEN-POS
               ADD WS-VALUE-QTY TO NW-OPEN-QTY
           ELSE
               ADD 1 TO NW-RECEIPTS
               ADD WS-VALUE-QTY TO NW-RECEIPT-QTY
           END-IF.
           IF FNSTDWK-NOTFND
               WRITE NW-NO-STANDARD-WORK
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE NW-NO-STANDARD-WORK
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT FNSTDWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
      *The standard in force on WS-VALUE-DATE: the latest dated
      *standard for the part/plant not after that date.
       500-FIND-STANDARD.
           MOVE 'N' TO WS-STD-FOUND-SW.
           MOVE 0 TO WS-STD-COST.
           IF STDCST-IS-OPEN
               MOVE 'N' TO WS-STD-SW
               MOVE WS-VALUE-PART TO SC-PART-NUMBER
               MOVE WS-VALUE-PLANT TO SC-PLANT
               MOVE 0 TO SC-EFFECTIVE-DATE
               START FSTDCST KEY IS NOT LESS SC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-STD-SW
               END-START
               PERFORM 510-READ-ONE-STANDARD UNTIL STD-SCAN-DONE
           END-IF.
       510-READ-ONE-STANDARD.
           READ FSTDCST NEXT
               AT END MOVE 'Y' TO WS-STD-SW
           END-READ.
           IF NOT STD-SCAN-DONE
               IF NOT FSTDCST-OK
                   DISPLAY 'STANDARD COST READ PROBLEM ' FSTDCST-ST
                   MOVE 'Y' TO WS-STD-SW
               ELSE
                   IF SC-PART-NUMBER NOT = WS-VALUE-PART
                      OR SC-PLANT NOT = WS-VALUE-PLANT
                      OR SC-EFFECTIVE-DATE > WS-VALUE-DATE
                       MOVE 'Y' TO WS-STD-SW
                   ELSE
                       MOVE 'Y' TO WS-STD-FOUND-SW
                       MOVE SC-STD-COST TO WS-STD-COST
                   END-IF
               END-IF
           END-IF.
      *The totals in supplier/part/plant order, with a subtotal each
      *time the supplier changes.
       600-PRINT-PPV.
           MOVE SPACES TO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           MOVE 'PPV BY SUPPLIER, PART AND PLANT' TO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           MOVE 'UNFAV = ABOVE STANDARD, FAV = BELOW STANDARD'
               TO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           MOVE SPACES TO WS-BREAK-SUPPLIER.
           INITIALIZE WS-SUPPLIER-TOTALS.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PW-KEY.
           START FPPVWK KEY IS NOT LESS PW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 610-PRINT-ONE-KEY UNTIL SCAN-DONE.
           IF WS-BREAK-SUPPLIER NOT = SPACES
               PERFORM 620-PRINT-SUPPLIER-TOTAL
           END-IF.
           PERFORM 630-PRINT-GRAND-TOTAL.
       610-PRINT-ONE-KEY.
           READ FPPVWK NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPPVWK-OK
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
               IF PW-SUPPLIER-CODE NOT = WS-BREAK-SUPPLIER
                   IF WS-BREAK-SUPPLIER NOT = SPACES
                       PERFORM 620-PRINT-SUPPLIER-TOTAL
                   END-IF
                   MOVE PW-SUPPLIER-CODE TO WS-BREAK-SUPPLIER
               END-IF
               ADD 1 TO WS-TOT-LINES
               ADD PW-OPEN-UNFAV TO WS-SUP-OPEN-UNFAV
               ADD PW-OPEN-FAV TO WS-SUP-OPEN-FAV
               ADD PW-MTD-UNFAV TO WS-SUP-MTD-UNFAV
               ADD PW-MTD-FAV TO WS-SUP-MTD-FAV
               MOVE SPACES TO OU-PPVRPT-LINE
               STRING 'SUPPLIER '          DELIMITED BY SIZE
                      PW-SUPPLIER-CODE     DELIMITED BY SIZE
                      ' PART '             DELIMITED BY SIZE
                      PW-PART-NUMBER       DELIMITED BY SIZE
                      ' PLANT '            DELIMITED BY SIZE
                      PW-PLANT             DELIMITED BY SIZE
                      ' OPEN POS '         DELIMITED BY SIZE
                      PW-OPEN-POS          DELIMITED BY SIZE
                      ' QTY '              DELIMITED BY SIZE
                      PW-OPEN-QTY          DELIMITED BY SIZE
                      ' UNFAV '            DELIMITED BY SIZE
                      PW-OPEN-UNFAV        DELIMITED BY SIZE
                      ' FAV '              DELIMITED BY SIZE
                      PW-OPEN-FAV          DELIMITED BY SIZE
                      INTO OU-PPVRPT-LINE
               END-STRING
               WRITE OU-PPVRPT-LINE
               MOVE SPACES TO OU-PPVRPT-LINE
               STRING '    RECEIVED TODAY QTY ' DELIMITED BY SIZE
                      PW-DAY-QTY           DELIMITED BY SIZE
                      ' UNFAV '            DELIMITED BY SIZE
                      PW-DAY-UNFAV         DELIMITED BY SIZE
                      ' FAV '              DELIMITED BY SIZE
                      PW-DAY-FAV           DELIMITED BY SIZE
                      '  MTD QTY '         DELIMITED BY SIZE
                      PW-MTD-QTY           DELIMITED BY SIZE
                      ' UNFAV '            DELIMITED BY SIZE
                      PW-MTD-UNFAV         DELIMITED BY SIZE
                      ' FAV '              DELIMITED BY SIZE
                      PW-MTD-FAV           DELIMITED BY SIZE
                      INTO OU-PPVRPT-LINE
               END-STRING
               WRITE OU-PPVRPT-LINE
           END-IF.
       620-PRINT-SUPPLIER-TOTAL.
           MOVE SPACES TO OU-PPVRPT-LINE.
           STRING '  SUPPLIER TOTAL '  DELIMITED BY SIZE
                  WS-BREAK-SUPPLIER    DELIMITED BY SIZE
                  ' OPEN UNFAV '       DELIMITED BY SIZE
                  WS-SUP-OPEN-UNFAV    DELIMITED BY SIZE
                  ' FAV '              DELIMITED BY SIZE
                  WS-SUP-OPEN-FAV      DELIMITED BY SIZE
                  '  MTD UNFAV '       DELIMITED BY SIZE
                  WS-SUP-MTD-UNFAV     DELIMITED BY SIZE
                  ' FAV '              DELIMITED BY SIZE
                  WS-SUP-MTD-FAV       DELIMITED BY SIZE
                  INTO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           MOVE SPACES TO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           INITIALIZE WS-SUPPLIER-TOTALS.
      *Grand totals, and the month's receipts netted so finance sees
      *which way the month is running.
       630-PRINT-GRAND-TOTAL.
           MOVE SPACES TO OU-PPVRPT-LINE.
           STRING 'TOTAL OPEN PO   UNFAV '  DELIMITED BY SIZE
                  WS-TOT-OPEN-UNFAV          DELIMITED BY SIZE
                  ' FAV '                    DELIMITED BY SIZE
                  WS-TOT-OPEN-FAV            DELIMITED BY SIZE
                  INTO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           MOVE SPACES TO OU-PPVRPT-LINE.
           STRING 'TOTAL TODAY     UNFAV '  DELIMITED BY SIZE
                  WS-TOT-DAY-UNFAV           DELIMITED BY SIZE
                  ' FAV '                    DELIMITED BY SIZE
                  WS-TOT-DAY-FAV             DELIMITED BY SIZE
                  INTO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           MOVE SPACES TO OU-PPVRPT-LINE.
           STRING 'TOTAL MTD       UNFAV '  DELIMITED BY SIZE
                  WS-TOT-MTD-UNFAV           DELIMITED BY SIZE
                  ' FAV '                    DELIMITED BY SIZE
                  WS-TOT-MTD-FAV             DELIMITED BY SIZE
                  INTO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           COMPUTE WS-NET-AMOUNT = WS-TOT-MTD-UNFAV - WS-TOT-MTD-FAV.
           MOVE SPACES TO OU-PPVRPT-LINE.
           IF WS-NET-AMOUNT < 0
               COMPUTE WS-NET-ABS = 0 - WS-NET-AMOUNT
               STRING 'MTD NET FAVOURABLE   '  DELIMITED BY SIZE
                      WS-NET-ABS              DELIMITED BY SIZE
                      INTO OU-PPVRPT-LINE
           ELSE
               MOVE WS-NET-AMOUNT TO WS-NET-ABS
               STRING 'MTD NET UNFAVOURABLE '  DELIMITED BY SIZE
                      WS-NET-ABS              DELIMITED BY SIZE
                      INTO OU-PPVRPT-LINE
           END-IF.
           WRITE OU-PPVRPT-LINE.
      *Parts with nothing on the standard master for the plant, so
      *finance can fill it in.
       700-PRINT-NO-STANDARD.
           MOVE SPACES TO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           MOVE 'PARTS WITH NO STANDARD COST ON FILE - NOT VALUED'
               TO OU-PPVRPT-LINE.
           WRITE OU-PPVRPT-LINE.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO NW-KEY.
           START FNSTDWK KEY IS NOT LESS NW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 710-PRINT-ONE-NO-STANDARD UNTIL SCAN-DONE.
           IF WS-TOT-NO-STD-PARTS = 0
               MOVE '  NONE' TO OU-PPVRPT-LINE
               WRITE OU-PPVRPT-LINE
           END-IF.
       710-PRINT-ONE-NO-STANDARD.
           READ FNSTDWK NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FNSTDWK-OK
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
               ADD 1 TO WS-TOT-NO-STD-PARTS
               MOVE SPACES TO OU-PPVRPT-LINE
               STRING 'NO STANDARD PART '  DELIMITED BY SIZE
                      NW-PART-NUMBER       DELIMITED BY SIZE
                      ' PLANT '            DELIMITED BY SIZE
                      NW-PLANT             DELIMITED BY SIZE
                      ' SUPPLIER '         DELIMITED BY SIZE
                      NW-SUPPLIER-CODE     DELIMITED BY SIZE
                      ' OPEN POS '         DELIMITED BY SIZE
                      NW-OPEN-POS          DELIMITED BY SIZE
                      ' QTY '              DELIMITED BY SIZE
                      NW-OPEN-QTY          DELIMITED BY SIZE
                      ' MTD RECEIPTS '     DELIMITED BY SIZE
                      NW-RECEIPTS          DELIMITED BY SIZE
                      ' QTY '              DELIMITED BY SIZE
                      NW-RECEIPT-QTY       DELIMITED BY SIZE
                      INTO OU-PPVRPT-LINE
               END-STRING
               WRITE OU-PPVRPT-LINE
           END-IF.
      *A work file failure means the totals cannot be trusted: stop
      *loudly rather than print a partial report.
       850-WORK-FILE-FAILURE.
           DISPLAY 'PPV WORK FILE PROBLEM ' FPPVWK-ST ' ' FNSTDWK-ST
                   ' - RUN STOPPED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 900-CLOSE.
           GOBACK.
       900-CLOSE.
           MOVE SPACES TO OU-PPVRPT-LINE.
           STRING 'POS READ '          DELIMITED BY SIZE
                  WS-TOT-POS-READ       DELIMITED BY SIZE
                  ' OPEN '              DELIMITED BY SIZE
                  WS-TOT-OPEN-POS       DELIMITED BY SIZE
                  ' RECEIPTS MTD '      DELIMITED BY SIZE
                  WS-TOT-RECEIPTS       DELIMITED BY SIZE
                  ' VALUED '            DELIMITED BY SIZE
                  WS-TOT-VALUED         DELIMITED BY SIZE
                  ' NO STANDARD '       DELIMITED BY SIZE
                  WS-TOT-NO-STANDARD    DELIMITED BY SIZE
                  ' NO COST '           DELIMITED BY SIZE
                  WS-TOT-NO-COST        DELIMITED BY SIZE
                  INTO OU-PPVRPT-LINE.
           IF FPPVRPT-OK
               WRITE OU-PPVRPT-LINE
           END-IF.
           CLOSE FPOMAST.
           IF RCPTPST-IS-OPEN
               CLOSE FRCPTPST
           END-IF.
           IF STDCST-IS-OPEN
               CLOSE FSTDCST
           END-IF.
           CLOSE FPPVWK.
           CLOSE FNSTDWK.
           CLOSE FPPVRPT.
           DISPLAY 'PPVRPT COMPLETE, VALUED ' WS-TOT-VALUED
                   ' NO STANDARD PARTS ' WS-TOT-NO-STD-PARTS
                   ' MTD UNFAV ' WS-TOT-MTD-UNFAV
                   ' FAV ' WS-TOT-MTD-FAV.
