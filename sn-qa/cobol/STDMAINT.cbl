      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      STDMAINT.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Standard cost master maintenance.
      *
      * Finance budgets against a standard cost per part and plant;
      * the standard cost master (STDCOST copybook, FSTDCST) holds
      * it, keyed by part, plant and the date the standard takes
      * effect, and PPVRPT measures purchase price variance against
      * it. STDMAINT applies a transaction file against the master:
      *   A = add a standard for a part/plant from an effective date
      *       (blank = today; rejected if that date is already on
      *       file for the part/plant),
      *   C = change the cost of an existing dated standard,
      *   D = delete a dated standard.
      * Edits before anything touches the master, the same
      * discipline OVRMAINT applies to the override master:
      *   - the part must be on last night's keyed parts file
      *     (FPARTSK) and the plant must be given,
      *   - the effective date must be a valid yyyymmdd, and is
      *     required on a change or delete to say which standard,
      *   - the standard cost must be numeric and not zero on an
      *     add or change.
      * Every transaction, applied or rejected, is printed to the
      * FSTDLOG change log with the standard before and after, so
      * finance keeps the history of every standard on paper.
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
           SELECT FSTDTXN ASSIGN TO DSTDTXN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSTDTXN-ST.
           SELECT FSTDCST ASSIGN TO DSTDCST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS FSTDCST-ST.
           SELECT FPARTSK ASSIGN TO DPARTSK
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS KP-PART-NUMBER
               FILE STATUS IS FPARTSK-ST.
           SELECT FSTDLOG ASSIGN TO DSTDLOG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSTDLOG-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FSTDTXN.
       01  IN-STDTXN.
           05  TX-ACTION               PIC X(01).
               88  TX-ADD-STANDARD         VALUE 'A'.
               88  TX-CHANGE-STANDARD      VALUE 'C'.
               88  TX-DELETE-STANDARD      VALUE 'D'.
           05  TX-PART-NUMBER          PIC X(10).
           05  TX-PLANT                PIC X(03).
           05  TX-EFFECTIVE-DATE       PIC X(08).
           05  TX-EFFECTIVE-DATE-N REDEFINES TX-EFFECTIVE-DATE
                                       PIC 9(08).
           05  TX-EFFECTIVE-PARTS REDEFINES TX-EFFECTIVE-DATE.
               10  TX-EFFECTIVE-YYYY   PIC 9(04).
               10  TX-EFFECTIVE-MM     PIC 9(02).
               10  TX-EFFECTIVE-DD     PIC 9(02).
           05  TX-STD-COST             PIC X(07).
           05  TX-STD-COST-N REDEFINES TX-STD-COST
                                       PIC 9(05)V99.
           05  TX-REASON               PIC X(30).
           05  FILLER                  PIC X(21).
       FD  FSTDCST.
           COPY 'STDCOST'.
       FD  FPARTSK.
       01  KP-PART-RECORD.
           05  KP-PART-NUMBER          PIC X(10).
           05  KP-PART-DATA            PIC X(57).
       FD  FSTDLOG.
       01  OU-STDLOG-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
       01  WS-EDIT-FIELDS.
           05 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
           05 WS-BEFORE-COST               PIC X(07) VALUE SPACES.
           05 WS-AFTER-COST                PIC X(07) VALUE SPACES.
           05 WS-COST-DISPLAY              PIC 9(05)V99 VALUE 0.
           05 WS-COST-DISPLAY-X REDEFINES WS-COST-DISPLAY
                                           PIC X(07).
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-TXNS-READ             PIC 9(09) VALUE 0.
           05 WS-TOT-ADDED                 PIC 9(09) VALUE 0.
           05 WS-TOT-CHANGED               PIC 9(09) VALUE 0.
           05 WS-TOT-DELETED               PIC 9(09) VALUE 0.
           05 WS-TOT-REJECTED              PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 FSTDTXN-EOF                  PIC X(01) VALUE 'N'.
             88 NO-MORE-FSTDTXN                      VALUE 'Y'.
           05 WS-TXN-SW                    PIC X(01) VALUE 'N'.
             88 TXN-REJECTED                         VALUE 'Y'.
           05 FSTDTXN-ST                   PIC X(02).
             88 FSTDTXN-OK                           VALUE '00'.
           05 FSTDCST-ST                   PIC X(02).
             88 FSTDCST-OK                           VALUE '00'.
             88 FSTDCST-NOTFND                       VALUE '23'.
             88 FSTDCST-DUPKEY                       VALUE '22'.
             88 FSTDCST-ABSENT                       VALUE '35'.
           05 FPARTSK-ST                   PIC X(02).
             88 FPARTSK-OK                           VALUE '00'.
             88 FPARTSK-NOTFND                       VALUE '23'.
           05 FSTDLOG-ST                   PIC X(02).
             88 FSTDLOG-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-ONE-TXN UNTIL NO-MORE-FSTDTXN.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           OPEN INPUT FSTDTXN.
           IF NOT FSTDTXN-OK
               DISPLAY 'STANDARD COST TRANSACTION FILE PROBLEM '
                       FSTDTXN-ST
               GOBACK
           END-IF.
      *The master persists across runs; it is only created when
      *absent, never truncated, same as OVRMAINT treats FPARTOVR.
           OPEN I-O FSTDCST.
           IF FSTDCST-ABSENT
               OPEN OUTPUT FSTDCST
               IF FSTDCST-OK
                   CLOSE FSTDCST
               END-IF
               OPEN I-O FSTDCST
           END-IF.
           IF NOT FSTDCST-OK
               DISPLAY 'STANDARD COST MASTER FILE PROBLEM '
                       FSTDCST-ST
               CLOSE FSTDTXN
               GOBACK
           END-IF.
           OPEN INPUT FPARTSK.
           IF NOT FPARTSK-OK
               DISPLAY 'KEYED PARTS FILE PROBLEM ' FPARTSK-ST
               CLOSE FSTDTXN
               CLOSE FSTDCST
               GOBACK
           END-IF.
           OPEN OUTPUT FSTDLOG.
           IF NOT FSTDLOG-OK
               DISPLAY 'STANDARD COST LOG FILE PROBLEM'
               CLOSE FSTDTXN
               CLOSE FSTDCST
               CLOSE FPARTSK
               GOBACK
           END-IF.
           MOVE SPACES TO OU-STDLOG-LINE.
           STRING 'STANDARD COST CHANGE LOG '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  INTO OU-STDLOG-LINE.
           WRITE OU-STDLOG-LINE.
      *One transaction: edit it, apply it, log it.******************
       200-APPLY-ONE-TXN.
           READ FSTDTXN
               AT END MOVE 'Y' TO FSTDTXN-EOF
           END-READ.
           IF FSTDTXN-OK AND NOT NO-MORE-FSTDTXN
               ADD 1 TO WS-TOT-TXNS-READ
               MOVE 'N' TO WS-TXN-SW
               MOVE SPACES TO WS-REJECT-REASON
               MOVE '-------' TO WS-BEFORE-COST
               MOVE '-------' TO WS-AFTER-COST
               PERFORM 210-EDIT-TXN
               IF NOT TXN-REJECTED
                   EVALUATE TRUE
                       WHEN TX-ADD-STANDARD
                           PERFORM 220-ADD-STANDARD
                       WHEN TX-CHANGE-STANDARD
                           PERFORM 230-CHANGE-STANDARD
                       WHEN TX-DELETE-STANDARD
                           PERFORM 240-DELETE-STANDARD
                   END-EVALUATE
               END-IF
               PERFORM 250-LOG-TXN
           ELSE
               IF NOT NO-MORE-FSTDTXN
                   DISPLAY 'STANDARD COST TRANSACTION FILE PROBLEM '
                           FSTDTXN-ST
                   PERFORM 900-CLOSE
                   GOBACK
               END-IF
           END-IF.
      *Field edits common to every action. A blank effective date
      *on an add means the standard is in force from today.
       210-EDIT-TXN.
           IF NOT TX-ADD-STANDARD AND NOT TX-CHANGE-STANDARD
              AND NOT TX-DELETE-STANDARD
               MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-PART-NUMBER = SPACES
               MOVE 'PART NUMBER MISSING' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-PLANT = SPACES
               MOVE 'PLANT MISSING' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-EFFECTIVE-DATE = SPACES
               IF TX-ADD-STANDARD
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO TX-EFFECTIVE-DATE-N
               ELSE
                   MOVE 'EFFECTIVE DATE MISSING' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
               IF TX-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               ELSE
                   IF TX-EFFECTIVE-YYYY < 1900
                      OR TX-EFFECTIVE-MM < 1 OR TX-EFFECTIVE-MM > 12
                      OR TX-EFFECTIVE-DD < 1 OR TX-EFFECTIVE-DD > 31
                       MOVE 'EFFECTIVE DATE NOT A DATE'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT TXN-REJECTED AND NOT TX-DELETE-STANDARD
               IF TX-STD-COST IS NOT NUMERIC
                   MOVE 'STANDARD COST NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               ELSE
                   IF TX-STD-COST-N = 0
                       MOVE 'STANDARD COST CANNOT BE ZERO'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT TXN-REJECTED AND TX-ADD-STANDARD
               MOVE TX-PART-NUMBER TO KP-PART-NUMBER
               READ FPARTSK
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT FPARTSK-OK
                   MOVE 'PART NOT ON KEYED PARTS FILE'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               END-IF
           END-IF.
       215-READ-MASTER.
           MOVE TX-PART-NUMBER TO SC-PART-NUMBER.
           MOVE TX-PLANT TO SC-PLANT.
           MOVE TX-EFFECTIVE-DATE-N TO SC-EFFECTIVE-DATE.
           READ FSTDCST
               INVALID KEY
                   CONTINUE
           END-READ.
       220-ADD-STANDARD.
           MOVE TX-PART-NUMBER TO SC-PART-NUMBER.
           MOVE TX-PLANT TO SC-PLANT.
           MOVE TX-EFFECTIVE-DATE-N TO SC-EFFECTIVE-DATE.
           MOVE TX-STD-COST-N TO SC-STD-COST.
           MOVE TX-REASON TO SC-REASON.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO SC-ADDED-DATE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO SC-CHANGED-DATE.
           WRITE SC-STANDARD-COST
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN FSTDCST-OK
                   ADD 1 TO WS-TOT-ADDED
                   PERFORM 245-AFTER-COST
               WHEN FSTDCST-DUPKEY
                   MOVE 'STANDARD ALREADY ON FILE - USE C'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN OTHER
                   MOVE 'MASTER WRITE FAILED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
           END-EVALUATE.
       230-CHANGE-STANDARD.
           PERFORM 215-READ-MASTER.
           IF FSTDCST-OK
               PERFORM 244-BEFORE-COST
               MOVE TX-STD-COST-N TO SC-STD-COST
               IF TX-REASON NOT = SPACES
                   MOVE TX-REASON TO SC-REASON
               END-IF
               MOVE WS-CURRENT-DATE-YYYYMMDD TO SC-CHANGED-DATE
               REWRITE SC-STANDARD-COST
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF FSTDCST-OK
                   ADD 1 TO WS-TOT-CHANGED
                   PERFORM 245-AFTER-COST
               ELSE
                   MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               END-IF
           ELSE
               MOVE 'NO STANDARD FOR THAT DATE' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
       240-DELETE-STANDARD.
           PERFORM 215-READ-MASTER.
           IF FSTDCST-OK
               PERFORM 244-BEFORE-COST
               DELETE FSTDCST
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF FSTDCST-OK
                   ADD 1 TO WS-TOT-DELETED
               ELSE
                   MOVE 'MASTER DELETE FAILED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               END-IF
           ELSE
               MOVE 'NO STANDARD FOR THAT DATE' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
      *Printable standard either side of the change; no standard
      *prints as dashes.
       244-BEFORE-COST.
           MOVE SC-STD-COST TO WS-COST-DISPLAY.
           MOVE WS-COST-DISPLAY-X TO WS-BEFORE-COST.
       245-AFTER-COST.
           MOVE SC-STD-COST TO WS-COST-DISPLAY.
           MOVE WS-COST-DISPLAY-X TO WS-AFTER-COST.
      *One log line per transaction, applied or rejected.***********
       250-LOG-TXN.
           MOVE SPACES TO OU-STDLOG-LINE.
           IF TXN-REJECTED
               ADD 1 TO WS-TOT-REJECTED
               STRING TX-ACTION          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-PART-NUMBER     DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-PLANT           DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-EFFECTIVE-DATE  DELIMITED BY SIZE
                      ' REJECTED: '      DELIMITED BY SIZE
                      WS-REJECT-REASON   DELIMITED BY SIZE
                      INTO OU-STDLOG-LINE
           ELSE
               STRING TX-ACTION          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-PART-NUMBER     DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-PLANT           DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-EFFECTIVE-DATE  DELIMITED BY SIZE
                      ' APPLIED  STD '   DELIMITED BY SIZE
                      WS-BEFORE-COST     DELIMITED BY SIZE
                      '->'               DELIMITED BY SIZE
                      WS-AFTER-COST      DELIMITED BY SIZE
                      ' REASON '         DELIMITED BY SIZE
                      TX-REASON          DELIMITED BY SIZE
                      INTO OU-STDLOG-LINE
           END-IF.
           WRITE OU-STDLOG-LINE.
       900-CLOSE.
           MOVE SPACES TO OU-STDLOG-LINE.
           STRING 'TXNS '              DELIMITED BY SIZE
                  WS-TOT-TXNS-READ      DELIMITED BY SIZE
                  ' ADDED '             DELIMITED BY SIZE
                  WS-TOT-ADDED          DELIMITED BY SIZE
                  ' CHANGED '           DELIMITED BY SIZE
                  WS-TOT-CHANGED        DELIMITED BY SIZE
                  ' DELETED '           DELIMITED BY SIZE
                  WS-TOT-DELETED        DELIMITED BY SIZE
                  ' REJECTED '          DELIMITED BY SIZE
                  WS-TOT-REJECTED       DELIMITED BY SIZE
                  INTO OU-STDLOG-LINE.
           WRITE OU-STDLOG-LINE.
           CLOSE FSTDTXN.
           CLOSE FSTDCST.
           CLOSE FPARTSK.
           CLOSE FSTDLOG.
           DISPLAY 'STDMAINT COMPLETE, ADDED ' WS-TOT-ADDED
                   ' CHANGED ' WS-TOT-CHANGED
                   ' DELETED ' WS-TOT-DELETED
                   ' REJECTED ' WS-TOT-REJECTED.
