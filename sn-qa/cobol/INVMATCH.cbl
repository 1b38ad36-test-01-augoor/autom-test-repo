      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      INVMATCH.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Three-way invoice match: what we ordered, what arrived, what
      * the supplier bills.
      *
      * The PO master (FPOMAST) already holds the ordered quantity,
      * the quantity the receipts match posted (PM-RECEIVED-QTY) and
      * the extract unit cost POMSTLD last saw for the PO
      * (PM-UNIT-COST, OU-OUT-COST on FOUTPUT). Each inbound supplier
      * invoice line on FINVOICE (PO number, invoice number,
      * quantity billed, unit price billed, invoice date) is checked
      * against it:
      *
      *   UNKNOWN PO        - the PO is neither on the master nor
      *                       on the archive POCLOSE moves closed
      *                       and received POs to (FPOARCH); a late
      *                       invoice for an archived PO is matched
      *                       against the archived record, and its
      *                       billed quantity is posted there
      *   DUPLICATE INVOICE - the supplier's invoice number was
      *                       already cleared (FINVHIST, keyed by
      *                       supplier and invoice number, kept
      *                       across runs)
      *   QTY OVER RECEIVED - quantity billed, plus what earlier
      *                       cleared invoices billed against the PO
      *                       (PM-BILLED-QTY), exceeds quantity
      *                       received
      *   PRICE VARIANCE    - unit price billed differs from the
      *                       cost on file by more than the keyed
      *                       tolerance percent (blank means 2), or
      *                       there is no cost on file to check it
      *                       against
      *
      * Every exception is listed on FINVRPT and holds the line. A
      * line with none is written to the clear-to-pay file
      * (FCLRPAY) for accounts payable, recorded on FINVHIST and
      * added to the PO's billed quantity. The run ends with return
      * code 8 when any line was held, the same convention DLTAPPLY
      * uses, so the schedule knows AP has work.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   A PO off the master is looked up on the PO archive
      *   (FPOARCH) before the line is held as UNKNOWN PO.
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINVOICE ASSIGN TO DINVOICE
               FILE STATUS IS FINVOICE-ST.
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FPOARCH ASSIGN TO DPOARCH
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS PA-PO-NUMBER
               FILE STATUS IS FPOARCH-ST.
           SELECT FINVHIST ASSIGN TO DINVHIST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS IH-KEY
               FILE STATUS IS FINVHIST-ST.
           SELECT FCLRPAY ASSIGN TO DCLRPAY
               FILE STATUS IS FCLRPAY-ST.
           SELECT FINVRPT ASSIGN TO DINVRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FINVRPT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FINVOICE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-INVOICE.
       01  IN-INVOICE.
           05  IV-PO-NUMBER            PIC X(10).
           05  IV-INVOICE-NUMBER       PIC X(15).
           05  IV-QTY-BILLED           PIC 9(05).
           05  IV-UNIT-PRICE           PIC 9(05)V99.
           05  IV-INVOICE-DATE         PIC 9(08).
           05  FILLER                  PIC X(35).
       FD  FPOMAST.
           COPY 'POMAST'.
       FD  FPOARCH.
           COPY 'POARCH'.
       FD  FINVHIST.
       01  IH-INVOICE-HISTORY.
           05  IH-KEY.
               10  IH-SUPPLIER-CODE    PIC X(10).
               10  IH-INVOICE-NUMBER   PIC X(15).
           05  IH-PO-NUMBER            PIC X(10).
           05  IH-QTY-BILLED           PIC 9(05).
           05  IH-UNIT-PRICE           PIC 9(05)V99.
           05  IH-INVOICE-DATE         PIC 9(08).
           05  IH-CLEARED-DATE         PIC 9(08).
      *One cleared invoice line for accounts payable.
       FD  FCLRPAY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OU-CLRPAY.
       01  OU-CLRPAY.
           05  CP-SUPPLIER-CODE        PIC X(10).
           05  CP-INVOICE-NUMBER       PIC X(15).
           05  CP-PO-NUMBER            PIC X(10).
           05  CP-PART-NUMBER          PIC X(10).
           05  CP-PLANT                PIC X(03).
           05  CP-QTY-BILLED           PIC 9(05).
           05  CP-UNIT-PRICE           PIC 9(05)V99.
           05  CP-AMOUNT               PIC 9(09)V99.
           05  CP-INVOICE-DATE         PIC 9(08).
           05  CP-CLEARED-DATE         PIC 9(08).
           05  FILLER                  PIC X(13).
       FD  FINVRPT.
       01  OU-INVRPT-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05 WS-SUPPLIER-CODE             PIC X(10) VALUE SPACES.
           05 WS-CUM-BILLED                PIC 9(07) VALUE 0.
           05 WS-VARIANCE-PCT              PIC S9(07)V99 VALUE 0.
           05 WS-EXCEPTION-TEXT            PIC X(20) VALUE SPACES.
           05 WS-EXCEPTION-DETAIL          PIC X(50) VALUE SPACES.
           05 WS-EXCEPTION-COUNT           PIC 9(02) VALUE 0.
       01  WS-ASK-PCT-X                    PIC X(03) VALUE SPACES.
       01  WS-TOLERANCE-PCT                PIC 9(03) VALUE 2.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-INVOICES-READ         PIC 9(09) VALUE 0.
           05 WS-TOT-CLEARED               PIC 9(09) VALUE 0.
           05 WS-TOT-HELD                  PIC 9(09) VALUE 0.
           05 WS-TOT-UNKNOWN-PO            PIC 9(09) VALUE 0.
           05 WS-TOT-DUPLICATE             PIC 9(09) VALUE 0.
           05 WS-TOT-OVER-RECEIVED         PIC 9(09) VALUE 0.
           05 WS-TOT-PRICE-VARIANCE        PIC 9(09) VALUE 0.
           05 WS-TOT-NOT-NUMERIC           PIC 9(09) VALUE 0.
           05 WS-TOT-CLEARED-AMOUNT        PIC 9(11)V99 VALUE 0.
       01  PROGRAM-SWITCHES.
           05 FINVOICE-EOF                 PIC X(01) VALUE 'N'.
             88 NO-MORE-FINVOICE                     VALUE 'Y'.
           05 FINVOICE-ST                  PIC X(02).
             88 FINVOICE-OK                          VALUE '00'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
             88 FPOMAST-NOTFND                       VALUE '23'.
           05 FPOARCH-ST                   PIC X(02).
             88 FPOARCH-OK                           VALUE '00'.
             88 FPOARCH-NOTFND                       VALUE '23'.
             88 FPOARCH-ABSENT                       VALUE '35'.
           05 WS-POARCH-SW                 PIC X(01) VALUE 'N'.
             88 PO-ARCHIVE-OPEN                      VALUE 'Y'.
           05 WS-PO-SOURCE-SW              PIC X(01) VALUE 'M'.
             88 PO-FROM-MASTER                       VALUE 'M'.
             88 PO-FROM-ARCHIVE                      VALUE 'A'.
           05 FINVHIST-ST                  PIC X(02).
             88 FINVHIST-OK                          VALUE '00'.
             88 FINVHIST-NOTFND                      VALUE '23'.
             88 FINVHIST-ABSENT                      VALUE '35'.
           05 FCLRPAY-ST                   PIC X(02).
             88 FCLRPAY-OK                           VALUE '00'.
           05 FINVRPT-ST                   PIC X(02) VALUE SPACES.
             88 FINVRPT-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-MATCH-ONE-INVOICE UNTIL NO-MORE-FINVOICE.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           DISPLAY 'PRICE TOLERANCE PERCENT? (BLANK = 2)'.
           MOVE SPACES TO WS-ASK-PCT-X.
           ACCEPT WS-ASK-PCT-X.
           INSPECT WS-ASK-PCT-X REPLACING LEADING SPACE BY '0'.
           INSPECT WS-ASK-PCT-X REPLACING ALL SPACE BY '0'.
           IF WS-ASK-PCT-X IS NUMERIC AND WS-ASK-PCT-X NOT = '000'
               MOVE WS-ASK-PCT-X TO WS-TOLERANCE-PCT
           ELSE
               MOVE 2 TO WS-TOLERANCE-PCT
           END-IF.
           OPEN INPUT FINVOICE.
           IF NOT FINVOICE-OK
               DISPLAY 'INVOICE FILE PROBLEM ' FINVOICE-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FINVOICE
               GOBACK
           END-IF.
      *The archive is optional: until POCLOSE has archived anything
      *a PO off the master is simply unknown.
           OPEN I-O FPOARCH.
           IF FPOARCH-OK
               MOVE 'Y' TO WS-POARCH-SW
           ELSE
               IF NOT FPOARCH-ABSENT
                   DISPLAY 'PO ARCHIVE FILE PROBLEM ' FPOARCH-ST
                   MOVE 16 TO RETURN-CODE
                   CLOSE FINVOICE
                   CLOSE FPOMAST
                   GOBACK
               END-IF
           END-IF.
      *The invoice history persists across runs (that is how a
      *second copy of last month's invoice is caught); it is only
      *created when absent, never truncated.
           OPEN I-O FINVHIST.
           IF FINVHIST-ABSENT
               OPEN OUTPUT FINVHIST
               IF FINVHIST-OK
                   CLOSE FINVHIST
               END-IF
               OPEN I-O FINVHIST
           END-IF.
           IF NOT FINVHIST-OK
               DISPLAY 'INVOICE HISTORY FILE PROBLEM ' FINVHIST-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FINVOICE
               CLOSE FPOMAST
               PERFORM 910-CLOSE-ARCHIVE
               GOBACK
           END-IF.
           OPEN OUTPUT FCLRPAY.
           IF NOT FCLRPAY-OK
               DISPLAY 'CLEAR TO PAY FILE PROBLEM ' FCLRPAY-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FINVOICE
               CLOSE FPOMAST
               PERFORM 910-CLOSE-ARCHIVE
               CLOSE FINVHIST
               GOBACK
           END-IF.
           OPEN OUTPUT FINVRPT.
           IF NOT FINVRPT-OK
               DISPLAY 'INVOICE MATCH REPORT FILE PROBLEM'
               MOVE 16 TO RETURN-CODE
               CLOSE FINVOICE
               CLOSE FPOMAST
               PERFORM 910-CLOSE-ARCHIVE
               CLOSE FINVHIST
               CLOSE FCLRPAY
               GOBACK
           END-IF.
           MOVE SPACES TO OU-INVRPT-LINE.
           STRING 'THREE-WAY INVOICE MATCH EXCEPTIONS '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  ' PRICE TOLERANCE '     DELIMITED BY SIZE
                  WS-TOLERANCE-PCT        DELIMITED BY SIZE
                  ' PCT'                  DELIMITED BY SIZE
                  INTO OU-INVRPT-LINE.
           WRITE OU-INVRPT-LINE.
      *One invoice line: every rule is checked so AP sees all that
      *is wrong with it at once; any exception holds the line.
       200-MATCH-ONE-INVOICE.
           READ FINVOICE
               AT END MOVE 'Y' TO FINVOICE-EOF
           END-READ.
           IF FINVOICE-OK AND NOT NO-MORE-FINVOICE
               ADD 1 TO WS-TOT-INVOICES-READ
               MOVE 0 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-SUPPLIER-CODE
               PERFORM 210-FIND-PO
               IF WS-EXCEPTION-COUNT = 0
                   PERFORM 220-CHECK-DUPLICATE
                   PERFORM 230-CHECK-QUANTITY
                   PERFORM 240-CHECK-PRICE
               END-IF
               IF WS-EXCEPTION-COUNT = 0
                   PERFORM 250-CLEAR-TO-PAY
               ELSE
                   ADD 1 TO WS-TOT-HELD
               END-IF
           ELSE
               IF NOT NO-MORE-FINVOICE
                   DISPLAY 'INVOICE FILE PROBLEM ' FINVOICE-ST
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-CLOSE
                   GOBACK
               END-IF
           END-IF.
      *The supplier on the invoice is the supplier on the PO; an
      *invoice whose numbers do not even read as numbers is held
      *before anything is compared.
       210-FIND-PO.
           IF IV-QTY-BILLED NOT NUMERIC
              OR IV-UNIT-PRICE NOT NUMERIC
              OR IV-INVOICE-DATE NOT NUMERIC
               ADD 1 TO WS-TOT-NOT-NUMERIC
               MOVE 'NOT NUMERIC' TO WS-EXCEPTION-TEXT
               MOVE 'QUANTITY, PRICE OR DATE NOT NUMERIC'
                   TO WS-EXCEPTION-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           ELSE
               MOVE 'M' TO WS-PO-SOURCE-SW
               MOVE IV-PO-NUMBER TO PM-PO-NUMBER
               READ FPOMAST
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN FPOMAST-OK
                       MOVE PM-SUPPLIER-CODE TO WS-SUPPLIER-CODE
                   WHEN FPOMAST-NOTFND
                       PERFORM 215-FIND-ARCHIVED-PO
                   WHEN OTHER
                       DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                       MOVE 'UNKNOWN PO' TO WS-EXCEPTION-TEXT
                       MOVE 'PO MASTER READ FAILED'
                           TO WS-EXCEPTION-DETAIL
                       PERFORM 260-WRITE-EXCEPTION
               END-EVALUATE
           END-IF.
      *An archived PO is matched exactly as a live one: its image is
      *the master record as it was when POCLOSE moved it.
       215-FIND-ARCHIVED-PO.
           IF PO-ARCHIVE-OPEN
               MOVE IV-PO-NUMBER TO PA-PO-NUMBER
               READ FPOARCH
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN PO-ARCHIVE-OPEN AND FPOARCH-OK
                   MOVE PA-PO-IMAGE TO PM-PO-MASTER
                   MOVE 'A' TO WS-PO-SOURCE-SW
                   MOVE PM-SUPPLIER-CODE TO WS-SUPPLIER-CODE
               WHEN NOT PO-ARCHIVE-OPEN OR FPOARCH-NOTFND
                   ADD 1 TO WS-TOT-UNKNOWN-PO
                   MOVE 'UNKNOWN PO' TO WS-EXCEPTION-TEXT
                   MOVE 'PO NOT ON THE PO MASTER OR ARCHIVE'
                       TO WS-EXCEPTION-DETAIL
                   PERFORM 260-WRITE-EXCEPTION
               WHEN OTHER
                   DISPLAY 'PO ARCHIVE READ PROBLEM ' FPOARCH-ST
                   MOVE 'UNKNOWN PO' TO WS-EXCEPTION-TEXT
                   MOVE 'PO ARCHIVE READ FAILED'
                       TO WS-EXCEPTION-DETAIL
                   PERFORM 260-WRITE-EXCEPTION
           END-EVALUATE.
       220-CHECK-DUPLICATE.
           MOVE PM-SUPPLIER-CODE TO IH-SUPPLIER-CODE.
           MOVE IV-INVOICE-NUMBER TO IH-INVOICE-NUMBER.
           READ FINVHIST
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FINVHIST-OK
               ADD 1 TO WS-TOT-DUPLICATE
               MOVE 'DUPLICATE INVOICE' TO WS-EXCEPTION-TEXT
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING 'CLEARED '          DELIMITED BY SIZE
                      IH-CLEARED-DATE     DELIMITED BY SIZE
                      ' ON PO '           DELIMITED BY SIZE
                      IH-PO-NUMBER        DELIMITED BY SIZE
                      INTO WS-EXCEPTION-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           ELSE
               IF NOT FINVHIST-NOTFND
                   DISPLAY 'INVOICE HISTORY READ PROBLEM ' FINVHIST-ST
               END-IF
           END-IF.
      *Billed to date includes every invoice already cleared against
      *the PO, so two partial invoices cannot together bill more
      *than arrived.
       230-CHECK-QUANTITY.
           COMPUTE WS-CUM-BILLED = PM-BILLED-QTY + IV-QTY-BILLED.
           IF WS-CUM-BILLED > PM-RECEIVED-QTY
               ADD 1 TO WS-TOT-OVER-RECEIVED
               MOVE 'QTY OVER RECEIVED' TO WS-EXCEPTION-TEXT
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING 'BILLED '           DELIMITED BY SIZE
                      IV-QTY-BILLED       DELIMITED BY SIZE
                      ' BEFORE '          DELIMITED BY SIZE
                      PM-BILLED-QTY       DELIMITED BY SIZE
                      ' RECEIVED '        DELIMITED BY SIZE
                      PM-RECEIVED-QTY     DELIMITED BY SIZE
                      INTO WS-EXCEPTION-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           END-IF.
      *A cost on file of zero has no base to take a percentage of;
      *the line is held rather than paid unchecked.
       240-CHECK-PRICE.
           IF PM-UNIT-COST = 0
               ADD 1 TO WS-TOT-PRICE-VARIANCE
               MOVE 'PRICE VARIANCE' TO WS-EXCEPTION-TEXT
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING 'BILLED '           DELIMITED BY SIZE
                      IV-UNIT-PRICE       DELIMITED BY SIZE
                      ' NO COST ON FILE'  DELIMITED BY SIZE
                      INTO WS-EXCEPTION-DETAIL
               PERFORM 260-WRITE-EXCEPTION
           ELSE
               COMPUTE WS-VARIANCE-PCT =
                   ((IV-UNIT-PRICE - PM-UNIT-COST) * 100)
                   / PM-UNIT-COST
               IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT
                OR WS-VARIANCE-PCT < 0 - WS-TOLERANCE-PCT
                   ADD 1 TO WS-TOT-PRICE-VARIANCE
                   MOVE 'PRICE VARIANCE' TO WS-EXCEPTION-TEXT
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING 'BILLED '       DELIMITED BY SIZE
                          IV-UNIT-PRICE   DELIMITED BY SIZE
                          ' ON FILE '     DELIMITED BY SIZE
                          PM-UNIT-COST    DELIMITED BY SIZE
                          INTO WS-EXCEPTION-DETAIL
                   PERFORM 260-WRITE-EXCEPTION
               END-IF
           END-IF.
      *History first, so a second copy later in the same file is
      *already a duplicate; then the PO's billed quantity, on the
      *archive when that is where the PO was found.
       250-CLEAR-TO-PAY.
           MOVE PM-SUPPLIER-CODE TO IH-SUPPLIER-CODE.
           MOVE IV-INVOICE-NUMBER TO IH-INVOICE-NUMBER.
           MOVE IV-PO-NUMBER TO IH-PO-NUMBER.
           MOVE IV-QTY-BILLED TO IH-QTY-BILLED.
           MOVE IV-UNIT-PRICE TO IH-UNIT-PRICE.
           MOVE IV-INVOICE-DATE TO IH-INVOICE-DATE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO IH-CLEARED-DATE.
           WRITE IH-INVOICE-HISTORY
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT FINVHIST-OK
               DISPLAY 'INVOICE HISTORY WRITE PROBLEM ' FINVHIST-ST
           END-IF.
           ADD IV-QTY-BILLED TO PM-BILLED-QTY.
           IF PO-FROM-ARCHIVE
               MOVE PM-PO-MASTER TO PA-PO-IMAGE
               REWRITE PA-PO-ARCHIVE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT FPOARCH-OK
                   DISPLAY 'PO ARCHIVE REWRITE PROBLEM ' FPOARCH-ST
               END-IF
           ELSE
               REWRITE PM-PO-MASTER
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER REWRITE PROBLEM ' FPOMAST-ST
               END-IF
           END-IF.
           MOVE SPACES TO OU-CLRPAY.
           MOVE PM-SUPPLIER-CODE TO CP-SUPPLIER-CODE.
           MOVE IV-INVOICE-NUMBER TO CP-INVOICE-NUMBER.
           MOVE IV-PO-NUMBER TO CP-PO-NUMBER.
           MOVE PM-PART-NUMBER TO CP-PART-NUMBER.
           MOVE PM-PLANT TO CP-PLANT.
           MOVE IV-QTY-BILLED TO CP-QTY-BILLED.
           MOVE IV-UNIT-PRICE TO CP-UNIT-PRICE.
           COMPUTE CP-AMOUNT = IV-QTY-BILLED * IV-UNIT-PRICE.
           MOVE IV-INVOICE-DATE TO CP-INVOICE-DATE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO CP-CLEARED-DATE.
           WRITE OU-CLRPAY.
           IF FCLRPAY-OK
               ADD 1 TO WS-TOT-CLEARED
               ADD CP-AMOUNT TO WS-TOT-CLEARED-AMOUNT
           ELSE
               DISPLAY 'CLEAR TO PAY WRITE PROBLEM ' FCLRPAY-ST
           END-IF.
       260-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO OU-INVRPT-LINE.
           STRING 'INVOICE '           DELIMITED BY SIZE
                  IV-INVOICE-NUMBER    DELIMITED BY SIZE
                  ' PO '               DELIMITED BY SIZE
                  IV-PO-NUMBER         DELIMITED BY SIZE
                  ' SUPPLIER '         DELIMITED BY SIZE
                  WS-SUPPLIER-CODE     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EXCEPTION-DETAIL  DELIMITED BY SIZE
                  INTO OU-INVRPT-LINE.
           WRITE OU-INVRPT-LINE.
       900-CLOSE.
           MOVE SPACES TO OU-INVRPT-LINE.
           STRING 'INVOICES '          DELIMITED BY SIZE
                  WS-TOT-INVOICES-READ  DELIMITED BY SIZE
                  ' CLEARED '           DELIMITED BY SIZE
                  WS-TOT-CLEARED        DELIMITED BY SIZE
                  ' HELD '              DELIMITED BY SIZE
                  WS-TOT-HELD           DELIMITED BY SIZE
                  ' CLEARED AMOUNT '    DELIMITED BY SIZE
                  WS-TOT-CLEARED-AMOUNT DELIMITED BY SIZE
                  INTO OU-INVRPT-LINE.
           IF FINVRPT-OK
               WRITE OU-INVRPT-LINE
           END-IF.
           MOVE SPACES TO OU-INVRPT-LINE.
           STRING 'UNKNOWN PO '        DELIMITED BY SIZE
                  WS-TOT-UNKNOWN-PO     DELIMITED BY SIZE
                  ' DUPLICATE '         DELIMITED BY SIZE
                  WS-TOT-DUPLICATE      DELIMITED BY SIZE
                  ' QTY OVER RECEIVED ' DELIMITED BY SIZE
                  WS-TOT-OVER-RECEIVED  DELIMITED BY SIZE
                  ' PRICE VARIANCE '    DELIMITED BY SIZE
                  WS-TOT-PRICE-VARIANCE DELIMITED BY SIZE
                  ' NOT NUMERIC '       DELIMITED BY SIZE
                  WS-TOT-NOT-NUMERIC    DELIMITED BY SIZE
                  INTO OU-INVRPT-LINE.
           IF FINVRPT-OK
               WRITE OU-INVRPT-LINE
           END-IF.
           IF WS-TOT-HELD > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE FINVOICE.
           CLOSE FPOMAST.
           PERFORM 910-CLOSE-ARCHIVE.
           CLOSE FINVHIST.
           CLOSE FCLRPAY.
           CLOSE FINVRPT.
           DISPLAY 'INVMATCH COMPLETE, INVOICES ' WS-TOT-INVOICES-READ
                   ' CLEARED ' WS-TOT-CLEARED
                   ' HELD ' WS-TOT-HELD.
       910-CLOSE-ARCHIVE.
           IF PO-ARCHIVE-OPEN
               CLOSE FPOARCH
               MOVE 'N' TO WS-POARCH-SW
           END-IF.
