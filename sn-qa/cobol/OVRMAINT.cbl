      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      OVRMAINT.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Part attribute override master maintenance.
      *
      * LEADRPT shows which parts carry a wrong WEEKS-LEAD-TIME but
      * every extract put the wrong value straight back. The part
      * override master (PARTOVR copybook, FPARTOVR) holds the
      * values purchasing has confirmed, and PARTMAIN applies them
      * to every incoming record for the part. OVRMAINT applies a
      * transaction file against that master:
      *   A = add an override for a part (rejected if the part
      *       already has one),
      *   C = change an existing override: a lead time, name or
      *       cost on the transaction replaces that override, a
      *       clear flag (Y) drops it, a blank keeps it,
      *   D = delete the part's override entirely.
      * Edits before anything touches the master, the same
      * discipline SUPMAINT and SUPSLOAD apply to theirs:
      *   - the part must be on last night's keyed parts file
      *     (FPARTSK),
      *   - the lead time must be numeric and not zero, the cost
      *     numeric,
      *   - an add must override at least one field, and a change
      *     must leave at least one (use D to remove the rest).
      * Every transaction, applied or rejected, is printed to the
      * FOVRLOG maintenance log with the lead time and cost before
      * and after, so the override history stays on paper.
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
           SELECT FOVRTXN ASSIGN TO DOVRTXN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FOVRTXN-ST.
           SELECT FPARTOVR ASSIGN TO DPARTOVR
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS OV-PART-NUMBER
               FILE STATUS IS FPARTOVR-ST.
           SELECT FPARTSK ASSIGN TO DPARTSK
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS KP-PART-NUMBER
               FILE STATUS IS FPARTSK-ST.
           SELECT FOVRLOG ASSIGN TO DOVRLOG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FOVRLOG-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FOVRTXN.
       01  IN-OVRTXN.
           05  TX-ACTION               PIC X(01).
               88  TX-ADD-OVERRIDE         VALUE 'A'.
               88  TX-CHANGE-OVERRIDE      VALUE 'C'.
               88  TX-DELETE-OVERRIDE      VALUE 'D'.
           05  TX-PART-NUMBER          PIC X(10).
           05  TX-LEAD-TIME            PIC X(03).
           05  TX-LEAD-TIME-N REDEFINES TX-LEAD-TIME
                                       PIC 9(03).
           05  TX-PART-NAME            PIC X(20).
           05  TX-UNIT-COST            PIC X(07).
           05  TX-UNIT-COST-N REDEFINES TX-UNIT-COST
                                       PIC 9(05)V99.
           05  TX-CLEAR-LEAD           PIC X(01).
           05  TX-CLEAR-NAME           PIC X(01).
           05  TX-CLEAR-COST           PIC X(01).
           05  TX-REASON               PIC X(30).
           05  FILLER                  PIC X(26).
       FD  FPARTOVR.
           COPY 'PARTOVR'.
       FD  FPARTSK.
       01  KP-PART-RECORD.
           05  KP-PART-NUMBER          PIC X(10).
           05  KP-PART-DATA            PIC X(57).
       FD  FOVRLOG.
       01  OU-OVRLOG-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
       01  WS-EDIT-FIELDS.
           05 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
           05 WS-BEFORE-LEAD               PIC X(03) VALUE SPACES.
           05 WS-AFTER-LEAD                PIC X(03) VALUE SPACES.
           05 WS-BEFORE-COST               PIC X(07) VALUE SPACES.
           05 WS-AFTER-COST                PIC X(07) VALUE SPACES.
           05 WS-AFTER-NAME                PIC X(20) VALUE SPACES.
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
           05 FOVRTXN-EOF                  PIC X(01) VALUE 'N'.
             88 NO-MORE-FOVRTXN                      VALUE 'Y'.
           05 WS-TXN-SW                    PIC X(01) VALUE 'N'.
             88 TXN-REJECTED                         VALUE 'Y'.
           05 FOVRTXN-ST                   PIC X(02).
             88 FOVRTXN-OK                           VALUE '00'.
           05 FPARTOVR-ST                  PIC X(02).
             88 FPARTOVR-OK                          VALUE '00'.
             88 FPARTOVR-NOTFND                      VALUE '23'.
             88 FPARTOVR-DUPKEY                      VALUE '22'.
             88 FPARTOVR-ABSENT                      VALUE '35'.
           05 FPARTSK-ST                   PIC X(02).
             88 FPARTSK-OK                           VALUE '00'.
             88 FPARTSK-NOTFND                       VALUE '23'.
           05 FOVRLOG-ST                   PIC X(02).
             88 FOVRLOG-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-ONE-TXN UNTIL NO-MORE-FOVRTXN.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           OPEN INPUT FOVRTXN.
           IF NOT FOVRTXN-OK
               DISPLAY 'OVERRIDE TRANSACTION FILE PROBLEM '
                       FOVRTXN-ST
               GOBACK
           END-IF.
      *The master persists across runs; it is only created when
      *absent, never truncated, same as SUPMAINT treats FSUPMST.
           OPEN I-O FPARTOVR.
           IF FPARTOVR-ABSENT
               OPEN OUTPUT FPARTOVR
               IF FPARTOVR-OK
                   CLOSE FPARTOVR
               END-IF
               OPEN I-O FPARTOVR
           END-IF.
           IF NOT FPARTOVR-OK
               DISPLAY 'PART OVERRIDE MASTER FILE PROBLEM '
                       FPARTOVR-ST
               CLOSE FOVRTXN
               GOBACK
           END-IF.
           OPEN INPUT FPARTSK.
           IF NOT FPARTSK-OK
               DISPLAY 'KEYED PARTS FILE PROBLEM ' FPARTSK-ST
               CLOSE FOVRTXN
               CLOSE FPARTOVR
               GOBACK
           END-IF.
           OPEN OUTPUT FOVRLOG.
           IF NOT FOVRLOG-OK
               DISPLAY 'MAINTENANCE LOG FILE PROBLEM'
               CLOSE FOVRTXN
               CLOSE FPARTOVR
               CLOSE FPARTSK
               GOBACK
           END-IF.
           MOVE SPACES TO OU-OVRLOG-LINE.
           STRING 'PART OVERRIDE MAINTENANCE LOG '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  INTO OU-OVRLOG-LINE.
           WRITE OU-OVRLOG-LINE.
      *One transaction: edit it, apply it, log it.******************
       200-APPLY-ONE-TXN.
           READ FOVRTXN
               AT END MOVE 'Y' TO FOVRTXN-EOF
           END-READ.
           IF FOVRTXN-OK AND NOT NO-MORE-FOVRTXN
               ADD 1 TO WS-TOT-TXNS-READ
               MOVE 'N' TO WS-TXN-SW
               MOVE SPACES TO WS-REJECT-REASON
               MOVE SPACES TO WS-BEFORE-LEAD
               MOVE SPACES TO WS-AFTER-LEAD
               MOVE SPACES TO WS-BEFORE-COST
               MOVE SPACES TO WS-AFTER-COST
               MOVE SPACES TO WS-AFTER-NAME
               PERFORM 210-EDIT-TXN
               IF NOT TXN-REJECTED
                   EVALUATE TRUE
                       WHEN TX-ADD-OVERRIDE
                           PERFORM 220-ADD-OVERRIDE
                       WHEN TX-CHANGE-OVERRIDE
                           PERFORM 230-CHANGE-OVERRIDE
                       WHEN TX-DELETE-OVERRIDE
                           PERFORM 240-DELETE-OVERRIDE
                   END-EVALUATE
               END-IF
               PERFORM 250-LOG-TXN
           ELSE
               IF NOT NO-MORE-FOVRTXN
                   DISPLAY 'OVERRIDE TRANSACTION FILE PROBLEM '
                           FOVRTXN-ST
                   PERFORM 900-CLOSE
                   GOBACK
               END-IF
           END-IF.
      *Field edits common to every action. A blank lead time, name
      *or cost means "not overridden" on an add and "keep" on a
      *change.
       210-EDIT-TXN.
           IF NOT TX-ADD-OVERRIDE AND NOT TX-CHANGE-OVERRIDE
              AND NOT TX-DELETE-OVERRIDE
               MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-PART-NUMBER = SPACES
               MOVE 'PART NUMBER MISSING' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-LEAD-TIME NOT = SPACES
               IF TX-LEAD-TIME IS NOT NUMERIC
                   MOVE 'LEAD TIME NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               ELSE
                   IF TX-LEAD-TIME-N = 0
                       MOVE 'LEAD TIME CANNOT BE ZERO'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT TXN-REJECTED AND TX-UNIT-COST NOT = SPACES
              AND TX-UNIT-COST IS NOT NUMERIC
               MOVE 'UNIT COST NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-ADD-OVERRIDE
              AND TX-LEAD-TIME = SPACES AND TX-PART-NAME = SPACES
              AND TX-UNIT-COST = SPACES
               MOVE 'NOTHING TO OVERRIDE ON ADD' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND NOT TX-DELETE-OVERRIDE
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
           MOVE TX-PART-NUMBER TO OV-PART-NUMBER.
           READ FPARTOVR
               INVALID KEY
                   CONTINUE
           END-READ.
       220-ADD-OVERRIDE.
           MOVE TX-PART-NUMBER TO OV-PART-NUMBER.
           MOVE 'N' TO OV-LEAD-TIME-SW.
           MOVE 0 TO OV-WEEKS-LEAD-TIME.
           MOVE SPACES TO OV-PART-NAME.
           MOVE 'N' TO OV-COST-SW.
           MOVE 0 TO OV-UNIT-COST.
           PERFORM 235-MOVE-TXN-FIELDS.
           MOVE TX-REASON TO OV-REASON.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO OV-ADDED-DATE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO OV-CHANGED-DATE.
           WRITE OV-PART-OVERRIDE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN FPARTOVR-OK
                   ADD 1 TO WS-TOT-ADDED
                   PERFORM 245-AFTER-FIELDS
               WHEN FPARTOVR-DUPKEY
                   MOVE 'PART ALREADY HAS AN OVERRIDE'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN OTHER
                   MOVE 'MASTER WRITE FAILED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
           END-EVALUATE.
      *A change replaces only what the transaction carries; the
      *clear flags drop a single override without deleting the
      *others.
       230-CHANGE-OVERRIDE.
           PERFORM 215-READ-MASTER.
           IF FPARTOVR-OK
               PERFORM 244-BEFORE-FIELDS
               IF TX-CLEAR-LEAD = 'Y'
                   MOVE 'N' TO OV-LEAD-TIME-SW
                   MOVE 0 TO OV-WEEKS-LEAD-TIME
               END-IF
               IF TX-CLEAR-NAME = 'Y'
                   MOVE SPACES TO OV-PART-NAME
               END-IF
               IF TX-CLEAR-COST = 'Y'
                   MOVE 'N' TO OV-COST-SW
                   MOVE 0 TO OV-UNIT-COST
               END-IF
               PERFORM 235-MOVE-TXN-FIELDS
               IF TX-REASON NOT = SPACES
                   MOVE TX-REASON TO OV-REASON
               END-IF
               MOVE WS-CURRENT-DATE-YYYYMMDD TO OV-CHANGED-DATE
               IF NOT OV-LEAD-TIME-SET AND OV-PART-NAME = SPACES
                  AND NOT OV-COST-SET
                   MOVE 'NO OVERRIDE LEFT - USE D'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               ELSE
                   REWRITE OV-PART-OVERRIDE
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF FPARTOVR-OK
                       ADD 1 TO WS-TOT-CHANGED
                       PERFORM 245-AFTER-FIELDS
                   ELSE
                       MOVE 'MASTER REWRITE FAILED'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   END-IF
               END-IF
           ELSE
               MOVE 'PART HAS NO OVERRIDE' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
       235-MOVE-TXN-FIELDS.
           IF TX-LEAD-TIME NOT = SPACES
               MOVE 'Y' TO OV-LEAD-TIME-SW
               MOVE TX-LEAD-TIME-N TO OV-WEEKS-LEAD-TIME
           END-IF.
           IF TX-PART-NAME NOT = SPACES
               MOVE TX-PART-NAME TO OV-PART-NAME
           END-IF.
           IF TX-UNIT-COST NOT = SPACES
               MOVE 'Y' TO OV-COST-SW
               MOVE TX-UNIT-COST-N TO OV-UNIT-COST
           END-IF.
       240-DELETE-OVERRIDE.
           PERFORM 215-READ-MASTER.
           IF FPARTOVR-OK
               PERFORM 244-BEFORE-FIELDS
               DELETE FPARTOVR
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF FPARTOVR-OK
                   ADD 1 TO WS-TOT-DELETED
               ELSE
                   MOVE 'MASTER DELETE FAILED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               END-IF
           ELSE
               MOVE 'PART HAS NO OVERRIDE' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
      *Printable lead time and cost either side of the change; a
      *field that is not overridden prints as dashes.
       244-BEFORE-FIELDS.
           MOVE '---' TO WS-BEFORE-LEAD.
           IF OV-LEAD-TIME-SET
               MOVE OV-WEEKS-LEAD-TIME TO WS-BEFORE-LEAD
           END-IF.
           MOVE '-------' TO WS-BEFORE-COST.
           IF OV-COST-SET
               MOVE OV-UNIT-COST TO WS-COST-DISPLAY
               MOVE WS-COST-DISPLAY-X TO WS-BEFORE-COST
           END-IF.
       245-AFTER-FIELDS.
           MOVE '---' TO WS-AFTER-LEAD.
           IF OV-LEAD-TIME-SET
               MOVE OV-WEEKS-LEAD-TIME TO WS-AFTER-LEAD
           END-IF.
           MOVE '-------' TO WS-AFTER-COST.
           IF OV-COST-SET
               MOVE OV-UNIT-COST TO WS-COST-DISPLAY
               MOVE WS-COST-DISPLAY-X TO WS-AFTER-COST
           END-IF.
           MOVE OV-PART-NAME TO WS-AFTER-NAME.
      *One log line per transaction, applied or rejected.***********
       250-LOG-TXN.
           MOVE SPACES TO OU-OVRLOG-LINE.
           IF TXN-REJECTED
               ADD 1 TO WS-TOT-REJECTED
               STRING TX-ACTION          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-PART-NUMBER     DELIMITED BY SIZE
                      ' REJECTED: '      DELIMITED BY SIZE
                      WS-REJECT-REASON   DELIMITED BY SIZE
                      INTO OU-OVRLOG-LINE
           ELSE
               IF TX-ADD-OVERRIDE
                   MOVE '---' TO WS-BEFORE-LEAD
                   MOVE '-------' TO WS-BEFORE-COST
               END-IF
               IF TX-DELETE-OVERRIDE
                   MOVE '---' TO WS-AFTER-LEAD
                   MOVE '-------' TO WS-AFTER-COST
               END-IF
               STRING TX-ACTION          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-PART-NUMBER     DELIMITED BY SIZE
                      ' APPLIED  LEAD '  DELIMITED BY SIZE
                      WS-BEFORE-LEAD     DELIMITED BY SIZE
                      '->'               DELIMITED BY SIZE
                      WS-AFTER-LEAD      DELIMITED BY SIZE
                      ' COST '           DELIMITED BY SIZE
                      WS-BEFORE-COST     DELIMITED BY SIZE
                      '->'               DELIMITED BY SIZE
                      WS-AFTER-COST      DELIMITED BY SIZE
                      ' NAME '           DELIMITED BY SIZE
                      WS-AFTER-NAME      DELIMITED BY SIZE
                      ' REASON '         DELIMITED BY SIZE
                      TX-REASON          DELIMITED BY SIZE
                      INTO OU-OVRLOG-LINE
           END-IF.
           WRITE OU-OVRLOG-LINE.
       900-CLOSE.
           MOVE SPACES TO OU-OVRLOG-LINE.
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
                  INTO OU-OVRLOG-LINE.
           WRITE OU-OVRLOG-LINE.
           CLOSE FOVRTXN.
           CLOSE FPARTOVR.
           CLOSE FPARTSK.
           CLOSE FOVRLOG.
           DISPLAY 'OVRMAINT COMPLETE, ADDED ' WS-TOT-ADDED
                   ' CHANGED ' WS-TOT-CHANGED
                   ' DELETED ' WS-TOT-DELETED
                   ' REJECTED ' WS-TOT-REJECTED.
