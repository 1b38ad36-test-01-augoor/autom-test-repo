      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      SRCRISK.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Single-source risk and supplier-exit impact report.
      *
      * When SUPMAINT deactivates or terminates a supplier nobody
      * could tell what that breaks. SRCRISK answers it from last
      * night's keyed cross-references (FSXREFK supplier-first,
      * FXREFK part-first) and the PO master (FPOMAST). The
      * operator keys one of:
      *
      *   a supplier code  - impact report for that supplier;
      *   *DEACT           - impact report for every supplier the
      *                      last SUPMAINT run moved to status I or
      *                      T (read from its log, FSUPLOG);
      *   *WEEKLY          - the standing single-source list.
      *
      * The impact report for a supplier lists, on FSRCRPT:
      *   1. SOLE SOURCE - every part it is the only source of, by
      *      plant (the plants it has purchase orders for the part
      *      at, with the open POs and open quantity there);
      *   2. ONE OF TWO  - every part with exactly one other source,
      *      naming that source;
      *   3. OPEN PO     - every open purchase order (C/K/L) still on
      *      order with it: open quantity and open value at the
      *      unit cost on the PO master.
      *
      * The weekly list ranks every single-sourced part across all
      * plants by open pipeline value (open quantity times unit
      * cost over all its open POs), largest first, so sourcing can
      * work the list before a supplier fails.
      *
      * The PO master has no supplier index, so it is read once into
      * a keyed work file (FSRCWK, supplier/part/plant/PO); the
      * weekly ranking goes through a second work file (FRANKWK)
      * keyed on descending value.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSXREFK ASSIGN TO DSXREFK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS KY-SXREF-KEY
               FILE STATUS IS FSXREFK-ST.
           SELECT FXREFK ASSIGN TO DXREFK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS KX-XREF-KEY
               FILE STATUS IS FXREFK-ST.
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT OPTIONAL FSUPLOG ASSIGN TO DSUPLOG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSUPLOG-ST.
           SELECT FSRCWK ASSIGN TO DSRCWK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS FSRCWK-ST.
           SELECT FRANKWK ASSIGN TO DRANKWK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS RK-KEY
               FILE STATUS IS FRANKWK-ST.
           SELECT FSRCRPT ASSIGN TO DSRCRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSRCRPT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FSXREFK.
       01  KY-SXREF-RECORD.
           05  KY-SXREF-KEY.
               10  KY-SUPPLIER-CODE    PIC X(10).
               10  KY-PART-NUMBER      PIC X(10).
           05  KY-IMAGE                PIC X(516).
       FD  FXREFK.
       01  KX-XREF-RECORD.
           05  KX-XREF-KEY.
               10  KX-PART-NUMBER      PIC X(10).
               10  KX-SUPPLIER-CODE    PIC X(10).
           05  KX-IMAGE                PIC X(516).
       FD  FPOMAST.
           COPY 'POMAST'.
      *SUPMAINT's maintenance log: an applied line carries the
      *action, the supplier code and the status before and after.
       FD  FSUPLOG.
       01  IN-SUPLOG-LINE.
           05  SL-ACTION               PIC X(01).
           05  FILLER                  PIC X(01).
           05  SL-SUPPLIER-CODE        PIC X(10).
           05  SL-APPLIED              PIC X(08).
           05  FILLER                  PIC X(09).
           05  SL-BEFORE-STATUS        PIC X(01).
           05  FILLER                  PIC X(04).
           05  SL-AFTER-STATUS         PIC X(01).
           05  FILLER                  PIC X(97).
      *Every PO on the master, supplier-first.
       FD  FSRCWK.
       01  SW-SOURCE-WORK.
           05  SW-KEY.
               10  SW-SUPPLIER-CODE    PIC X(10).
               10  SW-PART-NUMBER      PIC X(10).
               10  SW-PLANT            PIC X(03).
               10  SW-PO-NUMBER        PIC X(10).
           05  SW-PO-STATUS            PIC X(01).
           05  SW-OPEN-QTY             PIC 9(05).
           05  SW-UNIT-COST            PIC 9(05)V99.
      *Single-sourced parts, largest open value first.
       FD  FRANKWK.
       01  RK-RANK-WORK.
           05  RK-KEY.
               10  RK-INVERSE-VALUE    PIC 9(11)V99.
               10  RK-PART-NUMBER      PIC X(10).
           05  RK-SUPPLIER-CODE        PIC X(10).
           05  RK-PART-NAME            PIC X(20).
           05  RK-OPEN-VALUE           PIC 9(11)V99.
           05  RK-OPEN-POS             PIC 9(05).
           05  RK-OPEN-QTY             PIC 9(07).
           05  RK-PLANT-LIST           PIC X(20).
       FD  FSRCRPT.
       01  OU-SRCRPT-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *Named views of the image, same layouts PARTMAIN writes.
           COPY 'PARTS'.
           COPY 'SUPLIERS'.
       01  WS-WORK-FIELDS.
           05 WS-ASK-REQUEST               PIC X(10) VALUE SPACES.
           05 WS-TARGET-SUPPLIER           PIC X(10) VALUE SPACES.
           05 WS-TARGET-NAME               PIC X(20) VALUE SPACES.
           05 WS-CURRENT-PART              PIC X(10) VALUE SPACES.
           05 WS-CURRENT-PART-NAME         PIC X(20) VALUE SPACES.
           05 WS-CURRENT-SUPPLIER          PIC X(10) VALUE SPACES.
           05 WS-OTHER-SUPPLIER            PIC X(10) VALUE SPACES.
           05 WS-OTHER-NAME                PIC X(20) VALUE SPACES.
           05 WS-SOURCE-COUNT              PIC 9(05) VALUE 0.
           05 WS-SECTION                   PIC 9(01) VALUE 0.
             88 SECTION-SOLE-SOURCE                  VALUE 1.
             88 SECTION-ONE-OF-TWO                   VALUE 2.
           05 WS-SECTION-COUNT             PIC 9(07) VALUE 0.
           05 WS-PLANT                     PIC X(03) VALUE SPACES.
           05 WS-PLANT-POS                 PIC 9(02) VALUE 0.
           05 WS-PLANT-OPEN-POS            PIC 9(05) VALUE 0.
           05 WS-PLANT-OPEN-QTY            PIC 9(07) VALUE 0.
           05 WS-PART-OPEN-POS             PIC 9(05) VALUE 0.
           05 WS-PART-OPEN-QTY             PIC 9(07) VALUE 0.
           05 WS-PART-OPEN-VALUE           PIC 9(11)V99 VALUE 0.
           05 WS-PART-PLANTS               PIC X(20) VALUE SPACES.
           05 WS-PO-VALUE                  PIC 9(11)V99 VALUE 0.
           05 WS-SUPP-OPEN-POS             PIC 9(07) VALUE 0.
           05 WS-SUPP-OPEN-QTY             PIC 9(09) VALUE 0.
           05 WS-SUPP-OPEN-VALUE           PIC 9(11)V99 VALUE 0.
           05 WS-RANK                      PIC 9(07) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-POS-STAGED            PIC 9(09) VALUE 0.
           05 WS-TOT-SUPPLIERS             PIC 9(09) VALUE 0.
           05 WS-TOT-SOLE-SOURCE           PIC 9(09) VALUE 0.
           05 WS-TOT-ONE-OF-TWO            PIC 9(09) VALUE 0.
           05 WS-TOT-OPEN-POS              PIC 9(09) VALUE 0.
           05 WS-TOT-RANKED                PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-RUN-SW                    PIC X(01) VALUE 'S'.
             88 RUN-ONE-SUPPLIER                     VALUE 'S'.
             88 RUN-DEACTIVATED                      VALUE 'D'.
             88 RUN-WEEKLY                           VALUE 'W'.
           05 WS-SCAN-SW                   PIC X(01) VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.
           05 WS-BROWSE-SW                 PIC X(01) VALUE 'N'.
             88 BROWSE-DONE                          VALUE 'Y'.
           05 WS-WALK-SW                   PIC X(01) VALUE 'N'.
             88 WALK-DONE                            VALUE 'Y'.
           05 FSUPLOG-EOF                  PIC X(01) VALUE 'N'.
             88 NO-MORE-FSUPLOG                      VALUE 'Y'.
           05 FSXREFK-ST                   PIC X(02).
             88 FSXREFK-OK                           VALUE '00'.
           05 FXREFK-ST                    PIC X(02).
             88 FXREFK-OK                            VALUE '00'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
           05 FSUPLOG-ST                   PIC X(02).
             88 FSUPLOG-OK                           VALUE '00'.
             88 FSUPLOG-ABSENT                       VALUE '05' '35'.
           05 FSRCWK-ST                    PIC X(02).
             88 FSRCWK-OK                            VALUE '00'.
           05 FRANKWK-ST                   PIC X(02).
             88 FRANKWK-OK                           VALUE '00'.
             88 FRANKWK-DUPKEY                       VALUE '22'.
           05 FSRCRPT-ST                   PIC X(02) VALUE SPACES.
             88 FSRCRPT-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-STAGE-PO-MASTER.
           EVALUATE TRUE
               WHEN RUN-ONE-SUPPLIER
                   PERFORM 300-SUPPLIER-IMPACT
               WHEN RUN-DEACTIVATED
                   PERFORM 400-DEACTIVATED-SUPPLIERS
               WHEN RUN-WEEKLY
                   PERFORM 500-WEEKLY-SINGLE-SOURCE
           END-EVALUATE.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           DISPLAY 'SUPPLIER CODE, *DEACT OR *WEEKLY?'.
           MOVE SPACES TO WS-ASK-REQUEST.
           ACCEPT WS-ASK-REQUEST.
           EVALUATE WS-ASK-REQUEST
               WHEN SPACES
                   DISPLAY 'NO SUPPLIER OR RUN TYPE KEYED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN '*DEACT'
                   SET RUN-DEACTIVATED TO TRUE
               WHEN '*WEEKLY'
                   SET RUN-WEEKLY TO TRUE
               WHEN OTHER
                   SET RUN-ONE-SUPPLIER TO TRUE
                   MOVE WS-ASK-REQUEST TO WS-TARGET-SUPPLIER
           END-EVALUATE.
           OPEN INPUT FSXREFK.
           IF NOT FSXREFK-OK
               DISPLAY 'SUPPLIER XREF FILE PROBLEM ' FSXREFK-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FXREFK.
           IF NOT FXREFK-OK
               DISPLAY 'XREF FILE PROBLEM ' FXREFK-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FSXREFK
               GOBACK
           END-IF.
           OPEN INPUT FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FSXREFK
               CLOSE FXREFK
               GOBACK
           END-IF.
      *Both work files are rebuilt from scratch every run.
           OPEN OUTPUT FSRCWK.
           IF NOT FSRCWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FRANKWK.
           IF FRANKWK-OK
               CLOSE FRANKWK
               OPEN I-O FRANKWK
           END-IF.
           IF NOT FRANKWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FSRCRPT.
           IF NOT FSRCRPT-OK
               DISPLAY 'SOURCING RISK REPORT FILE PROBLEM'
               MOVE 16 TO RETURN-CODE
               PERFORM 900-CLOSE
               GOBACK
           END-IF.
           MOVE SPACES TO OU-SRCRPT-LINE.
           EVALUATE TRUE
               WHEN RUN-ONE-SUPPLIER
                   STRING 'SUPPLIER EXIT IMPACT '  DELIMITED BY SIZE
                          WS-TARGET-SUPPLIER       DELIMITED BY SIZE
                          ' AS OF '                DELIMITED BY SIZE
                          WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                          INTO OU-SRCRPT-LINE
               WHEN RUN-DEACTIVATED
                   STRING 'SUPPLIER EXIT IMPACT - SUPPLIERS '
                                                   DELIMITED BY SIZE
                          'DEACTIVATED IN THE LAST SUPMAINT RUN AS OF '
                                                   DELIMITED BY SIZE
                          WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                          INTO OU-SRCRPT-LINE
               WHEN RUN-WEEKLY
                   STRING 'SINGLE-SOURCED PARTS BY OPEN PIPELINE '
                                                   DELIMITED BY SIZE
                          'VALUE AS OF '           DELIMITED BY SIZE
                          WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                          INTO OU-SRCRPT-LINE
           END-EVALUATE.
           WRITE OU-SRCRPT-LINE.
      *One pass over the PO master into the supplier-first work
      *file, then reopened for the browses.
       200-STAGE-PO-MASTER.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PM-PO-NUMBER.
           START FPOMAST KEY IS NOT LESS PM-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 210-STAGE-ONE-PO UNTIL SCAN-DONE.
           CLOSE FSRCWK.
           OPEN INPUT FSRCWK.
           IF NOT FSRCWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
       210-STAGE-ONE-PO.
           READ FPOMAST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                   MOVE 'Y' TO WS-SCAN-SW
               ELSE
                   MOVE PM-SUPPLIER-CODE TO SW-SUPPLIER-CODE
                   MOVE PM-PART-NUMBER TO SW-PART-NUMBER
                   MOVE PM-PLANT TO SW-PLANT
                   MOVE PM-PO-NUMBER TO SW-PO-NUMBER
                   MOVE PM-PO-STATUS TO SW-PO-STATUS
                   MOVE 0 TO SW-OPEN-QTY
                   IF PM-STATUS-OPEN
                      AND PM-RECEIVED-QTY < PM-PO-QUANTITY
                       COMPUTE SW-OPEN-QTY =
                           PM-PO-QUANTITY - PM-RECEIVED-QTY
                   END-IF
                   MOVE PM-UNIT-COST TO SW-UNIT-COST
                   WRITE SW-SOURCE-WORK
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF FSRCWK-OK
                       ADD 1 TO WS-TOT-POS-STAGED
                   ELSE
                       PERFORM 850-WORK-FILE-FAILURE
                   END-IF
               END-IF
           END-IF.
      *The three sections of one supplier's impact report.*********
       300-SUPPLIER-IMPACT.
           ADD 1 TO WS-TOT-SUPPLIERS.
           MOVE SPACES TO WS-TARGET-NAME.
           MOVE SPACES TO OU-SRCRPT-LINE.
           WRITE OU-SRCRPT-LINE.
           SET SECTION-SOLE-SOURCE TO TRUE.
           PERFORM 310-BROWSE-SUPPLIER-PARTS.
           MOVE SPACES TO OU-SRCRPT-LINE.
           STRING 'SUPPLIER '          DELIMITED BY SIZE
                  WS-TARGET-SUPPLIER    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-TARGET-NAME        DELIMITED BY SIZE
                  ' SOLE SOURCE PARTS ' DELIMITED BY SIZE
                  WS-SECTION-COUNT      DELIMITED BY SIZE
                  INTO OU-SRCRPT-LINE.
           WRITE OU-SRCRPT-LINE.
           SET SECTION-ONE-OF-TWO TO TRUE.
           PERFORM 310-BROWSE-SUPPLIER-PARTS.
           MOVE SPACES TO OU-SRCRPT-LINE.
           STRING 'SUPPLIER '          DELIMITED BY SIZE
                  WS-TARGET-SUPPLIER    DELIMITED BY SIZE
                  ' ONE-OF-TWO PARTS '  DELIMITED BY SIZE
                  WS-SECTION-COUNT      DELIMITED BY SIZE
                  INTO OU-SRCRPT-LINE.
           WRITE OU-SRCRPT-LINE.
           PERFORM 350-LIST-OPEN-POS.
      *Walk the supplier's parts on FSXREFK; count each part's
      *sources on FXREFK and report it in the current section.
       310-BROWSE-SUPPLIER-PARTS.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE WS-TARGET-SUPPLIER TO KY-SUPPLIER-CODE.
           MOVE LOW-VALUES TO KY-PART-NUMBER.
           START FSXREFK KEY IS NOT LESS KY-SXREF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-SW
           END-START.
           PERFORM 315-NEXT-SUPPLIER-PART UNTIL BROWSE-DONE.
       315-NEXT-SUPPLIER-PART.
           READ FSXREFK NEXT
               AT END MOVE 'Y' TO WS-BROWSE-SW
           END-READ.
           IF NOT BROWSE-DONE
               IF NOT FSXREFK-OK
                  OR KY-SUPPLIER-CODE NOT = WS-TARGET-SUPPLIER
                   MOVE 'Y' TO WS-BROWSE-SW
               ELSE
                   MOVE KY-IMAGE(1:67) TO OU-PARTS
                   MOVE KY-IMAGE(68:55) TO OU-SUPPLIERS
                   MOVE SUPPLIER-NAME TO WS-TARGET-NAME
                   MOVE KY-PART-NUMBER TO WS-CURRENT-PART
                   MOVE PART-NAME TO WS-CURRENT-PART-NAME
                   PERFORM 320-COUNT-PART-SOURCES
                   EVALUATE TRUE
                       WHEN SECTION-SOLE-SOURCE
                        AND WS-SOURCE-COUNT = 1
                           ADD 1 TO WS-SECTION-COUNT
                           ADD 1 TO WS-TOT-SOLE-SOURCE
                           PERFORM 330-REPORT-SOLE-SOURCE
                       WHEN SECTION-ONE-OF-TWO
                        AND WS-SOURCE-COUNT = 2
                           ADD 1 TO WS-SECTION-COUNT
                           ADD 1 TO WS-TOT-ONE-OF-TWO
                           PERFORM 340-REPORT-ONE-OF-TWO
                   END-EVALUATE
               END-IF
           END-IF.
      *How many suppliers the part has on FXREFK, remembering the
      *first one that is not the supplier being examined.
       320-COUNT-PART-SOURCES.
           MOVE 0 TO WS-SOURCE-COUNT.
           MOVE SPACES TO WS-OTHER-SUPPLIER.
           MOVE SPACES TO WS-OTHER-NAME.
           MOVE 'N' TO WS-WALK-SW.
           MOVE WS-CURRENT-PART TO KX-PART-NUMBER.
           MOVE LOW-VALUES TO KX-SUPPLIER-CODE.
           START FXREFK KEY IS NOT LESS KX-XREF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-SW
           END-START.
           PERFORM 325-NEXT-PART-SOURCE UNTIL WALK-DONE.
       325-NEXT-PART-SOURCE.
           READ FXREFK NEXT
               AT END MOVE 'Y' TO WS-WALK-SW
           END-READ.
           IF NOT WALK-DONE
               IF NOT FXREFK-OK
                  OR KX-PART-NUMBER NOT = WS-CURRENT-PART
                   MOVE 'Y' TO WS-WALK-SW
               ELSE
                   ADD 1 TO WS-SOURCE-COUNT
                   IF KX-SUPPLIER-CODE NOT = WS-TARGET-SUPPLIER
                      AND WS-OTHER-SUPPLIER = SPACES
                       MOVE KX-SUPPLIER-CODE TO WS-OTHER-SUPPLIER
                       MOVE KX-IMAGE(88:20) TO WS-OTHER-NAME
                   END-IF
               END-IF
           END-IF.
      *One line for the part, then one per plant the supplier has
      *POs for it at.
       330-REPORT-SOLE-SOURCE.
           MOVE SPACES TO OU-SRCRPT-LINE.
           STRING 'SOLE SOURCE PART '  DELIMITED BY SIZE
                  WS-CURRENT-PART       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CURRENT-PART-NAME  DELIMITED BY SIZE
                  INTO OU-SRCRPT-LINE.
           WRITE OU-SRCRPT-LINE.
           MOVE WS-TARGET-SUPPLIER TO WS-CURRENT-SUPPLIER.
           PERFORM 360-SUM-PART-POS.
           IF WS-PART-PLANTS = SPACES
               MOVE '    NO PURCHASE ORDERS ON FILE AT ANY PLANT'
                   TO OU-SRCRPT-LINE
               WRITE OU-SRCRPT-LINE
           END-IF.
       340-REPORT-ONE-OF-TWO.
           MOVE SPACES TO OU-SRCRPT-LINE.
           STRING 'ONE OF TWO  PART '  DELIMITED BY SIZE
                  WS-CURRENT-PART       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CURRENT-PART-NAME  DELIMITED BY SIZE
                  ' OTHER SOURCE '      DELIMITED BY SIZE
                  WS-OTHER-SUPPLIER     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-OTHER-NAME         DELIMITED BY SIZE
                  INTO OU-SRCRPT-LINE.
           WRITE OU-SRCRPT-LINE.
      *Every open PO the supplier still has, from the work file.
       350-LIST-OPEN-POS.
           MOVE 0 TO WS-SUPP-OPEN-POS.
           MOVE 0 TO WS-SUPP-OPEN-QTY.
           MOVE 0 TO WS-SUPP-OPEN-VALUE.
           MOVE 'N' TO WS-WALK-SW.
           MOVE WS-TARGET-SUPPLIER TO SW-SUPPLIER-CODE.
           MOVE LOW-VALUES TO SW-PART-NUMBER SW-PLANT SW-PO-NUMBER.
           START FSRCWK KEY IS NOT LESS SW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-SW
           END-START.
           PERFORM 355-NEXT-SUPPLIER-PO UNTIL WALK-DONE.
           MOVE SPACES TO OU-SRCRPT-LINE.
           STRING 'SUPPLIER '          DELIMITED BY SIZE
                  WS-TARGET-SUPPLIER    DELIMITED BY SIZE
                  ' OPEN POS '          DELIMITED BY SIZE
                  WS-SUPP-OPEN-POS      DELIMITED BY SIZE
                  ' OPEN QTY '          DELIMITED BY SIZE
                  WS-SUPP-OPEN-QTY      DELIMITED BY SIZE
                  ' OPEN VALUE '        DELIMITED BY SIZE
                  WS-SUPP-OPEN-VALUE    DELIMITED BY SIZE
                  INTO OU-SRCRPT-LINE.
           WRITE OU-SRCRPT-LINE.
       355-NEXT-SUPPLIER-PO.
           READ FSRCWK NEXT
               AT END MOVE 'Y' TO WS-WALK-SW
           END-READ.
           IF NOT WALK-DONE
               IF NOT FSRCWK-OK
                  OR SW-SUPPLIER-CODE NOT = WS-TARGET-SUPPLIER
                   MOVE 'Y' TO WS-WALK-SW
               ELSE
                   IF SW-PO-STATUS = 'C' OR 'K' OR 'L'
                       ADD 1 TO WS-SUPP-OPEN-POS
                       ADD 1 TO WS-TOT-OPEN-POS
                       ADD SW-OPEN-QTY TO WS-SUPP-OPEN-QTY
                       COMPUTE WS-PO-VALUE =
                           SW-OPEN-QTY * SW-UNIT-COST
                       ADD WS-PO-VALUE TO WS-SUPP-OPEN-VALUE
                       MOVE SPACES TO OU-SRCRPT-LINE
                       STRING 'OPEN PO '      DELIMITED BY SIZE
                              SW-PO-NUMBER     DELIMITED BY SIZE
                              ' PART '         DELIMITED BY SIZE
                              SW-PART-NUMBER   DELIMITED BY SIZE
                              ' PLANT '        DELIMITED BY SIZE
                              SW-PLANT         DELIMITED BY SIZE
                              ' STATUS '       DELIMITED BY SIZE
                              SW-PO-STATUS     DELIMITED BY SIZE
                              ' OPEN QTY '     DELIMITED BY SIZE
                              SW-OPEN-QTY      DELIMITED BY SIZE
                              ' VALUE '        DELIMITED BY SIZE
                              WS-PO-VALUE      DELIMITED BY SIZE
                              INTO OU-SRCRPT-LINE
                       WRITE OU-SRCRPT-LINE
                   END-IF
               END-IF
           END-IF.
      *Open POs, quantity and value of one supplier/part, by plant:
      *the work file holds them in plant order, so a plant line is
      *written each time the plant changes. WS-PART-PLANTS collects
      *up to five plant codes for the weekly list.
       360-SUM-PART-POS.
           MOVE 0 TO WS-PART-OPEN-POS.
           MOVE 0 TO WS-PART-OPEN-QTY.
           MOVE 0 TO WS-PART-OPEN-VALUE.
           MOVE SPACES TO WS-PART-PLANTS.
           MOVE 0 TO WS-PLANT-POS.
           MOVE SPACES TO WS-PLANT.
           MOVE 'N' TO WS-WALK-SW.
           MOVE WS-CURRENT-SUPPLIER TO SW-SUPPLIER-CODE.
           MOVE WS-CURRENT-PART TO SW-PART-NUMBER.
           MOVE LOW-VALUES TO SW-PLANT SW-PO-NUMBER.
           START FSRCWK KEY IS NOT LESS SW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-SW
           END-START.
           PERFORM 365-NEXT-PART-PO UNTIL WALK-DONE.
           IF WS-PLANT NOT = SPACES
               PERFORM 370-END-OF-PLANT
           END-IF.
       365-NEXT-PART-PO.
           READ FSRCWK NEXT
               AT END MOVE 'Y' TO WS-WALK-SW
           END-READ.
           IF NOT WALK-DONE
               IF NOT FSRCWK-OK
                  OR SW-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
                  OR SW-PART-NUMBER NOT = WS-CURRENT-PART
                   MOVE 'Y' TO WS-WALK-SW
               ELSE
                   IF SW-PLANT NOT = WS-PLANT
                       IF WS-PLANT NOT = SPACES
                           PERFORM 370-END-OF-PLANT
                       END-IF
                       MOVE SW-PLANT TO WS-PLANT
                       MOVE 0 TO WS-PLANT-OPEN-POS
                       MOVE 0 TO WS-PLANT-OPEN-QTY
                   END-IF
                   IF SW-PO-STATUS = 'C' OR 'K' OR 'L'
                       ADD 1 TO WS-PLANT-OPEN-POS
                       ADD SW-OPEN-QTY TO WS-PLANT-OPEN-QTY
                       COMPUTE WS-PO-VALUE =
                           SW-OPEN-QTY * SW-UNIT-COST
                       ADD WS-PO-VALUE TO WS-PART-OPEN-VALUE
                   END-IF
               END-IF
           END-IF.
       370-END-OF-PLANT.
           ADD WS-PLANT-OPEN-POS TO WS-PART-OPEN-POS.
           ADD WS-PLANT-OPEN-QTY TO WS-PART-OPEN-QTY.
           IF WS-PLANT-POS < 17
               MOVE WS-PLANT TO WS-PART-PLANTS(WS-PLANT-POS + 1:3)
               ADD 4 TO WS-PLANT-POS
           END-IF.
           IF RUN-ONE-SUPPLIER OR RUN-DEACTIVATED
               MOVE SPACES TO OU-SRCRPT-LINE
               STRING '    PLANT '        DELIMITED BY SIZE
                      WS-PLANT             DELIMITED BY SIZE
                      ' OPEN POS '         DELIMITED BY SIZE
                      WS-PLANT-OPEN-POS    DELIMITED BY SIZE
                      ' OPEN QTY '         DELIMITED BY SIZE
                      WS-PLANT-OPEN-QTY    DELIMITED BY SIZE
                      INTO OU-SRCRPT-LINE
               WRITE OU-SRCRPT-LINE
           END-IF.
      *Suppliers the last SUPMAINT run moved to inactive or
      *terminated, each through the full impact report.
       400-DEACTIVATED-SUPPLIERS.
           OPEN INPUT FSUPLOG.
           IF FSUPLOG-ABSENT
               IF FSUPLOG-ST = '05'
                   CLOSE FSUPLOG
               END-IF
               MOVE 'NO SUPMAINT LOG - NO DEACTIVATIONS TO REPORT'
                   TO OU-SRCRPT-LINE
               WRITE OU-SRCRPT-LINE
           ELSE
               IF NOT FSUPLOG-OK
                   DISPLAY 'SUPPLIER MAINTENANCE LOG PROBLEM '
                           FSUPLOG-ST
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 410-READ-ONE-LOG-LINE
                       UNTIL NO-MORE-FSUPLOG
                   CLOSE FSUPLOG
               END-IF
           END-IF.
       410-READ-ONE-LOG-LINE.
           READ FSUPLOG
               AT END MOVE 'Y' TO FSUPLOG-EOF
           END-READ.
           IF FSUPLOG-OK AND NOT NO-MORE-FSUPLOG
               IF SL-APPLIED = ' APPLIED'
                  AND (SL-ACTION = 'D' OR SL-ACTION = 'C')
                  AND SL-BEFORE-STATUS NOT = SL-AFTER-STATUS
                  AND (SL-AFTER-STATUS = 'I' OR SL-AFTER-STATUS = 'T')
                   MOVE SL-SUPPLIER-CODE TO WS-TARGET-SUPPLIER
                   PERFORM 300-SUPPLIER-IMPACT
               END-IF
           END-IF.
      *Walk FXREFK part by part; a part with one source goes on the
      *rank file under its open pipeline value, then the rank file
      *is listed in key order (largest value first).
       500-WEEKLY-SINGLE-SOURCE.
           MOVE SPACES TO WS-CURRENT-PART.
           MOVE 0 TO WS-SOURCE-COUNT.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE LOW-VALUES TO KX-XREF-KEY.
           START FXREFK KEY IS NOT LESS KX-XREF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-SW
           END-START.
           PERFORM 510-NEXT-XREF-ENTRY UNTIL BROWSE-DONE.
           IF WS-CURRENT-PART NOT = SPACES
               PERFORM 520-END-OF-PART
           END-IF.
           MOVE SPACES TO OU-SRCRPT-LINE.
           STRING 'RANK    PART       NAME                 '
                                          DELIMITED BY SIZE
                  'SUPPLIER   OPEN POS OPEN QTY  OPEN VALUE     '
                                          DELIMITED BY SIZE
                  'PLANTS'                DELIMITED BY SIZE
                  INTO OU-SRCRPT-LINE.
           WRITE OU-SRCRPT-LINE.
           MOVE 0 TO WS-RANK.
           MOVE 'N' TO WS-WALK-SW.
           MOVE LOW-VALUES TO RK-KEY.
           START FRANKWK KEY IS NOT LESS RK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-SW
           END-START.
           PERFORM 530-LIST-ONE-RANKED UNTIL WALK-DONE.
       510-NEXT-XREF-ENTRY.
           READ FXREFK NEXT
               AT END MOVE 'Y' TO WS-BROWSE-SW
           END-READ.
           IF NOT BROWSE-DONE
               IF NOT FXREFK-OK
                   DISPLAY 'XREF FILE READ PROBLEM ' FXREFK-ST
                   MOVE 'Y' TO WS-BROWSE-SW
               ELSE
                   IF KX-PART-NUMBER NOT = WS-CURRENT-PART
                       IF WS-CURRENT-PART NOT = SPACES
                           PERFORM 520-END-OF-PART
                       END-IF
                       MOVE KX-PART-NUMBER TO WS-CURRENT-PART
                       MOVE KX-IMAGE(11:20) TO WS-CURRENT-PART-NAME
                       MOVE KX-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER
                       MOVE 0 TO WS-SOURCE-COUNT
                   END-IF
                   ADD 1 TO WS-SOURCE-COUNT
               END-IF
           END-IF.
       520-END-OF-PART.
           IF WS-SOURCE-COUNT = 1
               PERFORM 360-SUM-PART-POS
               MOVE WS-PART-OPEN-VALUE TO RK-OPEN-VALUE
               COMPUTE RK-INVERSE-VALUE =
                   99999999999.99 - WS-PART-OPEN-VALUE
               MOVE WS-CURRENT-PART TO RK-PART-NUMBER
               MOVE WS-CURRENT-SUPPLIER TO RK-SUPPLIER-CODE
               MOVE WS-CURRENT-PART-NAME TO RK-PART-NAME
               MOVE WS-PART-OPEN-POS TO RK-OPEN-POS
               MOVE WS-PART-OPEN-QTY TO RK-OPEN-QTY
               MOVE WS-PART-PLANTS TO RK-PLANT-LIST
               WRITE RK-RANK-WORK
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF FRANKWK-OK
                   ADD 1 TO WS-TOT-SOLE-SOURCE
               ELSE
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
           END-IF.
       530-LIST-ONE-RANKED.
           READ FRANKWK NEXT
               AT END MOVE 'Y' TO WS-WALK-SW
           END-READ.
           IF NOT WALK-DONE
               IF NOT FRANKWK-OK
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
               ADD 1 TO WS-RANK
               ADD 1 TO WS-TOT-RANKED
               MOVE SPACES TO OU-SRCRPT-LINE
               STRING WS-RANK              DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      RK-PART-NUMBER       DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      RK-PART-NAME         DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      RK-SUPPLIER-CODE     DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      RK-OPEN-POS          DELIMITED BY SIZE
                      '    '               DELIMITED BY SIZE
                      RK-OPEN-QTY          DELIMITED BY SIZE
                      '   '                DELIMITED BY SIZE
                      RK-OPEN-VALUE        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      RK-PLANT-LIST        DELIMITED BY SIZE
                      INTO OU-SRCRPT-LINE
               WRITE OU-SRCRPT-LINE
           END-IF.
      *A work file failure means the report cannot be trusted: stop
      *loudly rather than publishing a partial list.
       850-WORK-FILE-FAILURE.
           DISPLAY 'SOURCING WORK FILE PROBLEM ' FSRCWK-ST ' '
                   FRANKWK-ST ' - RUN STOPPED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 900-CLOSE.
           GOBACK.
       900-CLOSE.
           MOVE SPACES TO OU-SRCRPT-LINE.
           STRING 'POS STAGED '        DELIMITED BY SIZE
                  WS-TOT-POS-STAGED     DELIMITED BY SIZE
                  ' SUPPLIERS '         DELIMITED BY SIZE
                  WS-TOT-SUPPLIERS      DELIMITED BY SIZE
                  ' SOLE SOURCE '       DELIMITED BY SIZE
                  WS-TOT-SOLE-SOURCE    DELIMITED BY SIZE
                  ' ONE OF TWO '        DELIMITED BY SIZE
                  WS-TOT-ONE-OF-TWO     DELIMITED BY SIZE
                  ' OPEN POS '          DELIMITED BY SIZE
                  WS-TOT-OPEN-POS       DELIMITED BY SIZE
                  INTO OU-SRCRPT-LINE.
           IF FSRCRPT-OK
               WRITE OU-SRCRPT-LINE
           END-IF.
           CLOSE FSXREFK.
           CLOSE FXREFK.
           CLOSE FPOMAST.
           CLOSE FSRCWK.
           CLOSE FRANKWK.
           CLOSE FSRCRPT.
           DISPLAY 'SRCRISK COMPLETE, SUPPLIERS ' WS-TOT-SUPPLIERS
                   ' SOLE SOURCE ' WS-TOT-SOLE-SOURCE
                   ' ONE OF TWO ' WS-TOT-ONE-OF-TWO
                   ' RANKED ' WS-TOT-RANKED.
