      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      POXMIT.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Outbound purchase order transmission.
      *
      * Until now POs reached suppliers by hand from the FPO
      * printout, and POACKMCH matched acknowledgments against
      * orders the supplier may never have received cleanly. POXMIT
      * runs nightly after POMSTLD and writes the supplier-facing
      * interchange file (FPOXMIT, POXREC copybook) from the PO
      * master (FPOMAST):
      *   - every PO cut and never transmitted (status C, version
      *     zero) goes out as a new order, version 1;
      *   - every open PO already transmitted whose quantity or
      *     requested date has changed since it went out goes out
      *     as a change order under the next version number.
      * Each supplier's POs form one group: header, a ship-to record
      * per plant, the order lines, and a trailer with counts and a
      * quantity hash. The PO master is stamped with the transmit
      * date, the version and the quantity and requested date sent,
      * which is what the next night compares against and what
      * POACKMCH checks the version on an acknowledgment against.
      *
      * Ship-to addresses come from the shared address master
      * (FADDRMST): the run-control file (FPOXCTL) carries one card
      *   SHIPTO=ppp nnnnnnn
      * per plant, naming the AM-ADDRESS-ID of the plant's delivery
      * address. A PO for a plant with no card, or whose address ID
      * is not on FADDRMST, is not transmitted: it is listed on the
      * transmission report (FPOXRPT) and picked up again the first
      * night its ship-to resolves. Held POs end the run with
      * return code 8; a file problem ends it with 16.
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
           SELECT OPTIONAL FPOXCTL ASSIGN TO DPOXCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPOXCTL-ST.
           SELECT FADDRMST ASSIGN TO DADDRMST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS AM-ADDRESS-TEXT
               FILE STATUS IS FADDRMST-ST.
           SELECT FSUPMST ASSIGN TO DSUPMST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS SM-SUPPLIER-CODE
               FILE STATUS IS FSUPMST-ST.
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FPOXWK ASSIGN TO DPOXWK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS XW-KEY
               FILE STATUS IS FPOXWK-ST.
           SELECT FPOXMIT ASSIGN TO DPOXMIT
               FILE STATUS IS FPOXMIT-ST.
           SELECT FPOXRPT ASSIGN TO DPOXRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPOXRPT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FPOXCTL.
       01  IN-POXCTL-CARD              PIC X(80).
       FD  FADDRMST.
           COPY 'ADDRMAST'.
       FD  FSUPMST.
           COPY 'SUPMAST'.
       FD  FPOMAST.
           COPY 'POMAST'.
      *POs selected for tonight, grouped supplier/plant/PO.
       FD  FPOXWK.
       01  XW-XMIT-WORK.
           05  XW-KEY.
               10  XW-SUPPLIER-CODE    PIC X(10).
               10  XW-PLANT            PIC X(03).
               10  XW-PO-NUMBER        PIC X(10).
       FD  FPOXMIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PX-INTERCHANGE-RECORD.
           COPY 'POXREC'.
       FD  FPOXRPT.
       01  OU-POXRPT-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *Plant ship-to addresses from the SHIPTO= cards, resolved
      *against FADDRMST before any PO is looked at.
       01  WS-SHIPTO-TABLE.
           05 WS-SHIPTO-COUNT              PIC 9(02) VALUE 0.
           05 WS-SHIPTO-ENTRY OCCURS 20 TIMES
                              INDEXED BY ST-IDX.
              10 ST-PLANT                  PIC X(03).
              10 ST-ADDRESS-ID             PIC 9(07).
              10 ST-RESOLVED               PIC X(01).
              10 ST-ADDRESS-TEXT.
                 15 ST-LINE1               PIC X(20).
                 15 ST-CITY                PIC X(15).
                 15 ST-STATE               PIC X(02).
                 15 ST-ZIP                 PIC X(09).
       01  WS-WORK-FIELDS.
           05 WS-CARD-PLANT                PIC X(03) VALUE SPACES.
           05 WS-CARD-ADDRESS-ID-X         PIC X(07) VALUE SPACES.
           05 WS-CARD-ADDRESS-ID REDEFINES WS-CARD-ADDRESS-ID-X
                                           PIC 9(07).
           05 WS-CURRENT-SUPPLIER          PIC X(10) VALUE SPACES.
           05 WS-CURRENT-PLANT             PIC X(03) VALUE SPACES.
           05 WS-NEW-VERSION               PIC 9(03) VALUE 0.
           05 WS-HOLD-REASON               PIC X(40) VALUE SPACES.
       01  WS-GROUP-TOTALS.
           05 WS-GRP-LINE-COUNT            PIC 9(05) VALUE 0.
           05 WS-GRP-NEW-COUNT             PIC 9(05) VALUE 0.
           05 WS-GRP-CHANGE-COUNT          PIC 9(05) VALUE 0.
           05 WS-GRP-QTY-HASH              PIC 9(09) VALUE 0.
           05 WS-GRP-RECORD-COUNT          PIC 9(07) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-POS-READ              PIC 9(09) VALUE 0.
           05 WS-TOT-SELECTED              PIC 9(09) VALUE 0.
           05 WS-TOT-HELD                  PIC 9(09) VALUE 0.
           05 WS-TOT-SUPPLIERS             PIC 9(09) VALUE 0.
           05 WS-TOT-NEW-ORDERS            PIC 9(09) VALUE 0.
           05 WS-TOT-CHANGE-ORDERS         PIC 9(09) VALUE 0.
           05 WS-TOT-RECORDS-WRITTEN       PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-FPOXCTL-EOF               PIC X(01) VALUE 'N'.
             88 NO-MORE-FPOXCTL                      VALUE 'Y'.
           05 WS-SCAN-SW                   PIC X(01) VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.
           05 WS-WALK-SW                   PIC X(01) VALUE 'N'.
             88 WALK-DONE                            VALUE 'Y'.
           05 WS-SELECT-SW                 PIC X(01) VALUE 'N'.
             88 PO-SELECTED                          VALUE 'Y'.
           05 WS-SUPMST-SW                 PIC X(01) VALUE 'N'.
             88 SUPPLIER-MASTER-OPEN                 VALUE 'Y'.
           05 FPOXCTL-ST                   PIC X(02).
             88 FPOXCTL-OK                           VALUE '00'.
             88 FPOXCTL-ABSENT                       VALUE '05' '35'.
           05 FADDRMST-ST                  PIC X(02).
             88 FADDRMST-OK                          VALUE '00'.
             88 FADDRMST-ABSENT                      VALUE '35'.
           05 FSUPMST-ST                   PIC X(02).
             88 FSUPMST-OK                           VALUE '00'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
           05 FPOXWK-ST                    PIC X(02).
             88 FPOXWK-OK                            VALUE '00'.
           05 FPOXMIT-ST                   PIC X(02).
             88 FPOXMIT-OK                           VALUE '00'.
           05 FPOXRPT-ST                   PIC X(02) VALUE SPACES.
             88 FPOXRPT-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SELECT-POS.
           PERFORM 300-WRITE-INTERCHANGE.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           OPEN OUTPUT FPOXRPT.
           IF NOT FPOXRPT-OK
               DISPLAY 'PO TRANSMISSION REPORT FILE PROBLEM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO OU-POXRPT-LINE.
           STRING 'PURCHASE ORDER TRANSMISSION '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  INTO OU-POXRPT-LINE.
           WRITE OU-POXRPT-LINE.
           PERFORM 105-READ-RUN-CONTROL.
           PERFORM 110-RESOLVE-SHIP-TO.
           OPEN I-O FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FPOXRPT
               GOBACK
           END-IF.
      *Supplier names are a courtesy on the header: a missing
      *supplier master leaves them blank.
           OPEN INPUT FSUPMST.
           IF FSUPMST-OK
               MOVE 'Y' TO WS-SUPMST-SW
           ELSE
               DISPLAY 'SUPPLIER MASTER NOT AVAILABLE ' FSUPMST-ST
                       ' - HEADERS WITHOUT NAMES'
           END-IF.
           OPEN OUTPUT FPOXWK.
           IF NOT FPOXWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FPOXMIT.
           IF NOT FPOXMIT-OK
               DISPLAY 'PO TRANSMISSION FILE PROBLEM ' FPOXMIT-ST
               MOVE 16 TO RETURN-CODE
               PERFORM 900-CLOSE
               GOBACK
           END-IF.
       105-READ-RUN-CONTROL.
           OPEN INPUT FPOXCTL.
           IF FPOXCTL-ABSENT
               IF FPOXCTL-ST = '05'
                   CLOSE FPOXCTL
               END-IF
           ELSE
               IF FPOXCTL-OK
                   PERFORM 106-READ-ONE-CARD UNTIL NO-MORE-FPOXCTL
                   CLOSE FPOXCTL
               ELSE
                   DISPLAY 'RUN CONTROL FILE PROBLEM ' FPOXCTL-ST
               END-IF
           END-IF.
       106-READ-ONE-CARD.
           READ FPOXCTL
               AT END MOVE 'Y' TO WS-FPOXCTL-EOF
           END-READ.
           IF FPOXCTL-OK AND NOT NO-MORE-FPOXCTL
               EVALUATE TRUE
                   WHEN IN-POXCTL-CARD(1:1) = '*'
                    OR IN-POXCTL-CARD = SPACES
                       CONTINUE
                   WHEN IN-POXCTL-CARD(1:7) = 'SHIPTO='
                       MOVE IN-POXCTL-CARD(8:3) TO WS-CARD-PLANT
                       MOVE IN-POXCTL-CARD(12:7)
                           TO WS-CARD-ADDRESS-ID-X
                       IF WS-CARD-PLANT NOT = SPACES
                          AND WS-CARD-ADDRESS-ID-X IS NUMERIC
                          AND WS-SHIPTO-COUNT < 20
                           ADD 1 TO WS-SHIPTO-COUNT
                           SET ST-IDX TO WS-SHIPTO-COUNT
                           MOVE WS-CARD-PLANT TO ST-PLANT(ST-IDX)
                           MOVE WS-CARD-ADDRESS-ID
                               TO ST-ADDRESS-ID(ST-IDX)
                           MOVE 'N' TO ST-RESOLVED(ST-IDX)
                           MOVE SPACES TO ST-ADDRESS-TEXT(ST-IDX)
                       ELSE
                           DISPLAY 'SHIPTO CARD NOT VALID: '
                                   IN-POXCTL-CARD(1:20)
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RUN CONTROL CARD NOT KNOWN: '
                               IN-POXCTL-CARD(1:20)
               END-EVALUATE
           END-IF.
      *FADDRMST is keyed by the address text, so the IDs on the
      *SHIPTO cards are found in one pass over the whole master.
       110-RESOLVE-SHIP-TO.
           IF WS-SHIPTO-COUNT > 0
               OPEN INPUT FADDRMST
               IF FADDRMST-OK
                   MOVE 'N' TO WS-SCAN-SW
                   MOVE LOW-VALUES TO AM-ADDRESS-TEXT
                   START FADDRMST KEY IS NOT LESS AM-ADDRESS-TEXT
                       INVALID KEY
                           MOVE 'Y' TO WS-SCAN-SW
                   END-START
                   PERFORM 115-MATCH-ONE-ADDRESS UNTIL SCAN-DONE
                   CLOSE FADDRMST
               ELSE
                   DISPLAY 'ADDRESS MASTER FILE PROBLEM '
                           FADDRMST-ST
               END-IF
           END-IF.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-SHIPTO-COUNT
               IF ST-RESOLVED(ST-IDX) = 'N'
                   MOVE SPACES TO OU-POXRPT-LINE
                   STRING 'SHIP-TO NOT ON ADDRESS MASTER PLANT '
                                          DELIMITED BY SIZE
                          ST-PLANT(ST-IDX) DELIMITED BY SIZE
                          ' ADDRESS ID '   DELIMITED BY SIZE
                          ST-ADDRESS-ID(ST-IDX)
                                          DELIMITED BY SIZE
                          INTO OU-POXRPT-LINE
                   WRITE OU-POXRPT-LINE
               END-IF
           END-PERFORM.
       115-MATCH-ONE-ADDRESS.
           READ FADDRMST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FADDRMST-OK
                   DISPLAY 'ADDRESS MASTER READ PROBLEM ' FADDRMST-ST
                   MOVE 'Y' TO WS-SCAN-SW
               ELSE
                   PERFORM VARYING ST-IDX FROM 1 BY 1
                           UNTIL ST-IDX > WS-SHIPTO-COUNT
                       IF ST-ADDRESS-ID(ST-IDX) = AM-ADDRESS-ID
                           MOVE AM-ADDRESS-TEXT
                               TO ST-ADDRESS-TEXT(ST-IDX)
                           MOVE 'Y' TO ST-RESOLVED(ST-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
      *One pass over the PO master picking tonight's new and
      *changed orders onto the work file.
       200-SELECT-POS.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PM-PO-NUMBER.
           START FPOMAST KEY IS NOT LESS PM-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 210-SELECT-ONE-PO UNTIL SCAN-DONE.
           CLOSE FPOXWK.
           OPEN INPUT FPOXWK.
           IF NOT FPOXWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
       210-SELECT-ONE-PO.
           READ FPOMAST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-SCAN-SW
               ELSE
                   ADD 1 TO WS-TOT-POS-READ
                   MOVE 'N' TO WS-SELECT-SW
                   IF PM-TRANSMIT-VERSION = 0
                       IF PM-STATUS-CUT
                           MOVE 'Y' TO WS-SELECT-SW
                       END-IF
                   ELSE
                       IF PM-STATUS-OPEN
                          AND (PM-PO-QUANTITY NOT = PM-SENT-QUANTITY
                           OR PM-REQUESTED-DATE NOT = PM-SENT-REQ-DATE)
                           MOVE 'Y' TO WS-SELECT-SW
                       END-IF
                   END-IF
                   IF PO-SELECTED
                       PERFORM 220-CHECK-SHIP-TO
                   END-IF
               END-IF
           END-IF.
       220-CHECK-SHIP-TO.
           MOVE SPACES TO WS-HOLD-REASON.
           SET ST-IDX TO 1.
           SEARCH WS-SHIPTO-ENTRY
               AT END
                   MOVE 'NO SHIPTO CARD FOR PLANT' TO WS-HOLD-REASON
               WHEN ST-IDX > WS-SHIPTO-COUNT
                   MOVE 'NO SHIPTO CARD FOR PLANT' TO WS-HOLD-REASON
               WHEN ST-PLANT(ST-IDX) = PM-PLANT
                   IF ST-RESOLVED(ST-IDX) NOT = 'Y'
                       MOVE 'SHIP-TO NOT ON ADDRESS MASTER'
                           TO WS-HOLD-REASON
                   END-IF
           END-SEARCH.
           IF WS-HOLD-REASON = SPACES
               MOVE PM-SUPPLIER-CODE TO XW-SUPPLIER-CODE
               MOVE PM-PLANT TO XW-PLANT
               MOVE PM-PO-NUMBER TO XW-PO-NUMBER
               WRITE XW-XMIT-WORK
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF FPOXWK-OK
                   ADD 1 TO WS-TOT-SELECTED
               ELSE
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
           ELSE
               ADD 1 TO WS-TOT-HELD
               MOVE SPACES TO OU-POXRPT-LINE
               STRING 'HELD PO '           DELIMITED BY SIZE
                      PM-PO-NUMBER          DELIMITED BY SIZE
                      ' SUPPLIER '          DELIMITED BY SIZE
                      PM-SUPPLIER-CODE      DELIMITED BY SIZE
                      ' PLANT '             DELIMITED BY SIZE
                      PM-PLANT              DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-HOLD-REASON        DELIMITED BY SIZE
                      INTO OU-POXRPT-LINE
               WRITE OU-POXRPT-LINE
           END-IF.
      *Walk the work file in supplier/plant/PO order: a supplier
      *change closes the last group and opens the next, a plant
      *change writes the ship-to.
       300-WRITE-INTERCHANGE.
           MOVE SPACES TO WS-CURRENT-SUPPLIER.
           MOVE SPACES TO WS-CURRENT-PLANT.
           MOVE 'N' TO WS-WALK-SW.
           MOVE LOW-VALUES TO XW-KEY.
           START FPOXWK KEY IS NOT LESS XW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-SW
           END-START.
           PERFORM 310-TRANSMIT-ONE-PO UNTIL WALK-DONE.
           IF WS-CURRENT-SUPPLIER NOT = SPACES
               PERFORM 340-WRITE-TRAILER
           END-IF.
       310-TRANSMIT-ONE-PO.
           READ FPOXWK NEXT
               AT END MOVE 'Y' TO WS-WALK-SW
           END-READ.
           IF NOT WALK-DONE
               IF NOT FPOXWK-OK
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
               IF XW-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
                   IF WS-CURRENT-SUPPLIER NOT = SPACES
                       PERFORM 340-WRITE-TRAILER
                   END-IF
                   PERFORM 320-WRITE-HEADER
               END-IF
               IF XW-PLANT NOT = WS-CURRENT-PLANT
                   PERFORM 325-WRITE-SHIP-TO
               END-IF
               PERFORM 330-WRITE-LINE
           END-IF.
       320-WRITE-HEADER.
           MOVE XW-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER.
           MOVE SPACES TO WS-CURRENT-PLANT.
           INITIALIZE WS-GROUP-TOTALS.
           ADD 1 TO WS-TOT-SUPPLIERS.
           MOVE SPACES TO PX-INTERCHANGE-RECORD.
           SET PX-HEADER TO TRUE.
           MOVE WS-CURRENT-SUPPLIER TO PX-SUPPLIER-CODE.
           MOVE SPACES TO PX-HD-SUPPLIER-NAME.
           IF SUPPLIER-MASTER-OPEN
               MOVE WS-CURRENT-SUPPLIER TO SM-SUPPLIER-CODE
               READ FSUPMST
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FSUPMST-OK
                   MOVE SM-SUPPLIER-NAME TO PX-HD-SUPPLIER-NAME
               END-IF
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO PX-HD-TRANSMIT-DATE.
           PERFORM 350-WRITE-INTERCHANGE-RECORD.
           MOVE SPACES TO OU-POXRPT-LINE.
           STRING 'SUPPLIER '          DELIMITED BY SIZE
                  WS-CURRENT-SUPPLIER   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  PX-HD-SUPPLIER-NAME   DELIMITED BY SIZE
                  INTO OU-POXRPT-LINE.
           WRITE OU-POXRPT-LINE.
       325-WRITE-SHIP-TO.
           MOVE XW-PLANT TO WS-CURRENT-PLANT.
           SET ST-IDX TO 1.
           SEARCH WS-SHIPTO-ENTRY
               WHEN ST-PLANT(ST-IDX) = WS-CURRENT-PLANT
                   CONTINUE
           END-SEARCH.
           MOVE SPACES TO PX-INTERCHANGE-RECORD.
           SET PX-SHIP-TO TO TRUE.
           MOVE WS-CURRENT-SUPPLIER TO PX-SUPPLIER-CODE.
           MOVE WS-CURRENT-PLANT TO PX-SH-PLANT.
           MOVE ST-ADDRESS-ID(ST-IDX) TO PX-SH-ADDRESS-ID.
           MOVE ST-LINE1(ST-IDX) TO PX-SH-LINE1.
           MOVE ST-CITY(ST-IDX) TO PX-SH-CITY.
           MOVE ST-STATE(ST-IDX) TO PX-SH-STATE.
           MOVE ST-ZIP(ST-IDX) TO PX-SH-ZIP.
           PERFORM 350-WRITE-INTERCHANGE-RECORD.
      *Write the order line from the master record, then stamp the
      *master with what went out.
       330-WRITE-LINE.
           MOVE XW-PO-NUMBER TO PM-PO-NUMBER.
           READ FPOMAST
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                       ' PO ' XW-PO-NUMBER
               MOVE 16 TO RETURN-CODE
           ELSE
               COMPUTE WS-NEW-VERSION = PM-TRANSMIT-VERSION + 1
               MOVE SPACES TO PX-INTERCHANGE-RECORD
               SET PX-LINE TO TRUE
               MOVE WS-CURRENT-SUPPLIER TO PX-SUPPLIER-CODE
               MOVE PM-PO-NUMBER TO PX-LN-PO-NUMBER
               IF PM-TRANSMIT-VERSION = 0
                   SET PX-LN-NEW-ORDER TO TRUE
                   MOVE 0 TO PX-LN-PRIOR-QUANTITY
                   MOVE 0 TO PX-LN-PRIOR-REQ-DATE
                   ADD 1 TO WS-GRP-NEW-COUNT
                   ADD 1 TO WS-TOT-NEW-ORDERS
               ELSE
                   SET PX-LN-CHANGE-ORDER TO TRUE
                   MOVE PM-SENT-QUANTITY TO PX-LN-PRIOR-QUANTITY
                   MOVE PM-SENT-REQ-DATE TO PX-LN-PRIOR-REQ-DATE
                   ADD 1 TO WS-GRP-CHANGE-COUNT
                   ADD 1 TO WS-TOT-CHANGE-ORDERS
               END-IF
               MOVE WS-NEW-VERSION TO PX-LN-VERSION
               MOVE PM-PLANT TO PX-LN-PLANT
               MOVE PM-PART-NUMBER TO PX-LN-PART-NUMBER
               MOVE PM-PO-QUANTITY TO PX-LN-QUANTITY
               MOVE PM-ORDER-DATE TO PX-LN-ORDER-DATE
               MOVE PM-REQUESTED-DATE TO PX-LN-REQUESTED-DATE
               MOVE PM-UNIT-COST TO PX-LN-UNIT-COST
               ADD 1 TO WS-GRP-LINE-COUNT
               ADD PM-PO-QUANTITY TO WS-GRP-QTY-HASH
               PERFORM 350-WRITE-INTERCHANGE-RECORD
               MOVE SPACES TO OU-POXRPT-LINE
               STRING '    '               DELIMITED BY SIZE
                      PX-LN-ORDER-TYPE      DELIMITED BY SIZE
                      ' PO '                DELIMITED BY SIZE
                      PM-PO-NUMBER          DELIMITED BY SIZE
                      ' VERSION '           DELIMITED BY SIZE
                      WS-NEW-VERSION        DELIMITED BY SIZE
                      ' PLANT '             DELIMITED BY SIZE
                      PM-PLANT              DELIMITED BY SIZE
                      ' PART '              DELIMITED BY SIZE
                      PM-PART-NUMBER        DELIMITED BY SIZE
                      ' QTY '               DELIMITED BY SIZE
                      PM-PO-QUANTITY        DELIMITED BY SIZE
                      ' DUE '               DELIMITED BY SIZE
                      PM-REQUESTED-DATE     DELIMITED BY SIZE
                      INTO OU-POXRPT-LINE
               WRITE OU-POXRPT-LINE
               MOVE WS-CURRENT-DATE-YYYYMMDD TO PM-TRANSMIT-DATE
               MOVE WS-NEW-VERSION TO PM-TRANSMIT-VERSION
               MOVE PM-PO-QUANTITY TO PM-SENT-QUANTITY
               MOVE PM-REQUESTED-DATE TO PM-SENT-REQ-DATE
               REWRITE PM-PO-MASTER
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER REWRITE PROBLEM ' FPOMAST-ST
                           ' PO ' PM-PO-NUMBER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       340-WRITE-TRAILER.
           MOVE SPACES TO PX-INTERCHANGE-RECORD.
           SET PX-TRAILER TO TRUE.
           MOVE WS-CURRENT-SUPPLIER TO PX-SUPPLIER-CODE.
           MOVE WS-GRP-LINE-COUNT TO PX-TR-LINE-COUNT.
           MOVE WS-GRP-NEW-COUNT TO PX-TR-NEW-COUNT.
           MOVE WS-GRP-CHANGE-COUNT TO PX-TR-CHANGE-COUNT.
           MOVE WS-GRP-QTY-HASH TO PX-TR-QTY-HASH.
           COMPUTE PX-TR-RECORD-COUNT = WS-GRP-RECORD-COUNT + 1.
           PERFORM 350-WRITE-INTERCHANGE-RECORD.
           MOVE SPACES TO OU-POXRPT-LINE.
           STRING '    LINES '         DELIMITED BY SIZE
                  WS-GRP-LINE-COUNT     DELIMITED BY SIZE
                  ' NEW '               DELIMITED BY SIZE
                  WS-GRP-NEW-COUNT      DELIMITED BY SIZE
                  ' CHANGE '            DELIMITED BY SIZE
                  WS-GRP-CHANGE-COUNT   DELIMITED BY SIZE
                  ' QTY HASH '          DELIMITED BY SIZE
                  WS-GRP-QTY-HASH       DELIMITED BY SIZE
                  INTO OU-POXRPT-LINE.
           WRITE OU-POXRPT-LINE.
       350-WRITE-INTERCHANGE-RECORD.
           WRITE PX-INTERCHANGE-RECORD.
           IF FPOXMIT-OK
               ADD 1 TO WS-GRP-RECORD-COUNT
               ADD 1 TO WS-TOT-RECORDS-WRITTEN
           ELSE
               DISPLAY 'PO TRANSMISSION FILE WRITE PROBLEM '
                       FPOXMIT-ST ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               PERFORM 900-CLOSE
               GOBACK
           END-IF.
      *A work file failure means the transmission cannot be trusted:
      *stop loudly rather than send a partial file.
       850-WORK-FILE-FAILURE.
           DISPLAY 'PO TRANSMISSION WORK FILE PROBLEM ' FPOXWK-ST
                   ' - RUN STOPPED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 900-CLOSE.
           GOBACK.
       900-CLOSE.
           MOVE SPACES TO OU-POXRPT-LINE.
           STRING 'POS READ '          DELIMITED BY SIZE
                  WS-TOT-POS-READ       DELIMITED BY SIZE
                  ' SUPPLIERS '         DELIMITED BY SIZE
                  WS-TOT-SUPPLIERS      DELIMITED BY SIZE
                  ' NEW '               DELIMITED BY SIZE
                  WS-TOT-NEW-ORDERS     DELIMITED BY SIZE
                  ' CHANGE '            DELIMITED BY SIZE
                  WS-TOT-CHANGE-ORDERS  DELIMITED BY SIZE
                  ' HELD '              DELIMITED BY SIZE
                  WS-TOT-HELD           DELIMITED BY SIZE
                  ' RECORDS '           DELIMITED BY SIZE
                  WS-TOT-RECORDS-WRITTEN DELIMITED BY SIZE
                  INTO OU-POXRPT-LINE.
           WRITE OU-POXRPT-LINE.
           IF WS-TOT-HELD > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE FPOMAST.
           IF SUPPLIER-MASTER-OPEN
               CLOSE FSUPMST
           END-IF.
           CLOSE FPOXWK.
           CLOSE FPOXMIT.
           CLOSE FPOXRPT.
           DISPLAY 'POXMIT COMPLETE, SUPPLIERS ' WS-TOT-SUPPLIERS
                   ' NEW ' WS-TOT-NEW-ORDERS
                   ' CHANGE ' WS-TOT-CHANGE-ORDERS
                   ' HELD ' WS-TOT-HELD.
