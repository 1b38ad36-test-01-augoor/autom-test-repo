      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      SUPPERF.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Monthly measured supplier delivery performance.
      *
      * SUPPLIER-PERF and SUPPLIER-RATING arrive on the extract as
      * whatever upstream says; the scorecard only averages them.
      * SUPPERF measures what each supplier actually delivered in a
      * month from the PO lifecycle (FPOMAST, plus FPOARCH for POs
      * already archived):
      *   - a delivery is a PO completed by receipt in the month
      *     (status R, or X short-closed after something arrived,
      *     with its last receipt date in the month);
      *   - on time when the last receipt is no later than the
      *     promised date, or the requested date when the supplier
      *     never acknowledged;
      *   - in full when everything ordered arrived;
      *   - average days late over the late deliveries;
      *   - ack turnaround over POs first acknowledged in the
      *     month, from order date to acknowledgment.
      * The extract's stated PERF/RATING are averaged per supplier
      * and plant from tonight's FOUTPUT, each over the records
      * where it is numeric. Everything is totalled in
      * a keyed work file (FPERFWK) by supplier and plant, with a
      * plant ALL line per supplier, then written to the measured
      * performance history (FSUPPERF, SUPMEAS copybook, kept
      * across months; a rerun replaces the month) and reported on
      * FSPFRPT side by side with the stated figures. A supplier
      * whose stated rating exceeds its measured score (mean of the
      * on-time and in-full percentages) by more than the keyed gap
      * is flagged RATING OVERSTATED.
      *
      * The operator keys the month (YYYYMM; blank means last month)
      * and the gap in points (blank means 20).
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M3
      *   A non-numeric stated PERF or RATING is left out of its
      *   average altogether (count as well as total).
      * 2026-10-15 Maintenance  V0R0M2
      *   Follow the FOUTPUT record growth to 524 bytes (part
      *   override flags in bytes 522-524).
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOUTPUT ASSIGN TO DOUTPUT
               FILE STATUS IS FOUTPUT-ST.
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FPOARCH ASSIGN TO DPOARCH
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PA-PO-NUMBER
               FILE STATUS IS FPOARCH-ST.
           SELECT FPERFWK ASSIGN TO DPERFWK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PW-KEY
               FILE STATUS IS FPERFWK-ST.
           SELECT FSUPPERF ASSIGN TO DSUPPERF
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS SF-KEY
               FILE STATUS IS FSUPPERF-ST.
           SELECT FSPFRPT ASSIGN TO DSPFRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSPFRPT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FOUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-OUTPUT.
       01  IN-OUTPUT                   PIC X(524).
       FD  FPOMAST.
           COPY 'POMAST'.
       FD  FPOARCH.
           COPY 'POARCH'.
      *Month totals per supplier and plant, rebuilt every run.
       FD  FPERFWK.
       01  PW-PERF-WORK.
           05  PW-KEY.
               10  PW-SUPPLIER-CODE    PIC X(10).
               10  PW-PLANT            PIC X(03).
           05  PW-DELIVERIES           PIC 9(07).
           05  PW-ON-TIME              PIC 9(07).
           05  PW-IN-FULL              PIC 9(07).
           05  PW-LATE                 PIC 9(07).
           05  PW-DAYS-LATE            PIC 9(09).
           05  PW-ACKS                 PIC 9(07).
           05  PW-ACK-DAYS             PIC 9(09).
           05  PW-PERF-COUNT           PIC 9(07).
           05  PW-PERF-TOTAL           PIC 9(09).
           05  PW-RATING-COUNT         PIC 9(07).
           05  PW-RATING-TOTAL         PIC 9(09).
       FD  FSUPPERF.
           COPY 'SUPMEAS'.
       FD  FSPFRPT.
       01  OU-SPFRPT-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *Named view of the supplier area of the output image.
           COPY 'SUPLIERS'.
       01  WS-WORK-FIELDS.
           05 WS-PLANT-ID                  PIC X(03).
           05 WS-POST-SUPPLIER             PIC X(10).
           05 WS-POST-PLANT                PIC X(03).
           05 WS-DUE-DATE                  PIC 9(08) VALUE 0.
           05 WS-RECV-MONTH                PIC 9(06) VALUE 0.
           05 WS-ACK-MONTH                 PIC 9(06) VALUE 0.
           05 WS-DAYS                      PIC S9(07) VALUE 0.
           05 WS-SCORE-GAP                 PIC S9(05) VALUE 0.
       01  WS-POST-AMOUNTS.
           05 WS-ADD-DELIVERIES            PIC 9(01) VALUE 0.
           05 WS-ADD-ON-TIME               PIC 9(01) VALUE 0.
           05 WS-ADD-IN-FULL               PIC 9(01) VALUE 0.
           05 WS-ADD-LATE                  PIC 9(01) VALUE 0.
           05 WS-ADD-DAYS-LATE             PIC 9(07) VALUE 0.
           05 WS-ADD-ACKS                  PIC 9(01) VALUE 0.
           05 WS-ADD-ACK-DAYS              PIC 9(07) VALUE 0.
           05 WS-ADD-PERF-COUNT            PIC 9(01) VALUE 0.
           05 WS-ADD-PERF                  PIC 9(03) VALUE 0.
           05 WS-ADD-RATING-COUNT          PIC 9(01) VALUE 0.
           05 WS-ADD-RATING                PIC 9(03) VALUE 0.
       01  WS-ASK-MONTH-X                  PIC X(06) VALUE SPACES.
       01  WS-ASK-GAP-X                    PIC X(03) VALUE SPACES.
       01  WS-MEASURE-MONTH                PIC 9(06) VALUE 0.
       01  WS-MEASURE-MONTH-R REDEFINES WS-MEASURE-MONTH.
           05 WS-MEASURE-YYYY              PIC 9(04).
           05 WS-MEASURE-MM                PIC 9(02).
       01  WS-RATING-GAP                   PIC 9(03) VALUE 20.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-RECORDS-READ          PIC 9(09) VALUE 0.
           05 WS-TOT-POS-READ              PIC 9(09) VALUE 0.
           05 WS-TOT-ARCHIVED-READ         PIC 9(09) VALUE 0.
           05 WS-TOT-DELIVERIES            PIC 9(09) VALUE 0.
           05 WS-TOT-ACKS                  PIC 9(09) VALUE 0.
           05 WS-TOT-LINES                 PIC 9(09) VALUE 0.
           05 WS-TOT-OVERSTATED            PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 FOUTPUT-EOF                  PIC X(01) VALUE 'N'.
             88 NO-MORE-FOUTPUT                      VALUE 'Y'.
           05 WS-SCAN-SW                   PIC X(01) VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.
           05 WS-POARCH-SW                 PIC X(01) VALUE 'N'.
             88 PO-ARCHIVE-OPEN                      VALUE 'Y'.
           05 FOUTPUT-ST                   PIC X(02).
             88 FOUTPUT-OK                           VALUE '00'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
           05 FPOARCH-ST                   PIC X(02).
             88 FPOARCH-OK                           VALUE '00'.
             88 FPOARCH-ABSENT                       VALUE '35'.
           05 FPERFWK-ST                   PIC X(02).
             88 FPERFWK-OK                           VALUE '00'.
             88 FPERFWK-NOTFND                       VALUE '23'.
           05 FSUPPERF-ST                  PIC X(02).
             88 FSUPPERF-OK                          VALUE '00'.
             88 FSUPPERF-DUPKEY                      VALUE '22'.
             88 FSUPPERF-ABSENT                      VALUE '35'.
           05 FSPFRPT-ST                   PIC X(02) VALUE SPACES.
             88 FSPFRPT-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-STAGE-ONE-OUTPUT UNTIL NO-MORE-FOUTPUT.
           PERFORM 300-MEASURE-MASTER.
           IF PO-ARCHIVE-OPEN
               PERFORM 400-MEASURE-ARCHIVE
           END-IF.
           PERFORM 500-WRITE-RESULTS.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           DISPLAY 'MEASURE MONTH YYYYMM? (BLANK = LAST MONTH)'.
           MOVE SPACES TO WS-ASK-MONTH-X.
           ACCEPT WS-ASK-MONTH-X.
           IF WS-ASK-MONTH-X IS NUMERIC
               MOVE WS-ASK-MONTH-X TO WS-MEASURE-MONTH
           ELSE
               COMPUTE WS-MEASURE-MONTH =
                   WS-CURRENT-DATE-YYYYMMDD / 100
               IF WS-MEASURE-MM = 1
                   SUBTRACT 1 FROM WS-MEASURE-YYYY
                   MOVE 12 TO WS-MEASURE-MM
               ELSE
                   SUBTRACT 1 FROM WS-MEASURE-MM
               END-IF
           END-IF.
           IF WS-MEASURE-MM < 1 OR WS-MEASURE-MM > 12
               DISPLAY 'MEASURE MONTH NOT VALID ' WS-MEASURE-MONTH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'RATING GAP POINTS? (BLANK = 20)'.
           MOVE SPACES TO WS-ASK-GAP-X.
           ACCEPT WS-ASK-GAP-X.
           INSPECT WS-ASK-GAP-X REPLACING LEADING SPACE BY '0'.
           INSPECT WS-ASK-GAP-X REPLACING ALL SPACE BY '0'.
           IF WS-ASK-GAP-X IS NUMERIC AND WS-ASK-GAP-X NOT = '000'
               MOVE WS-ASK-GAP-X TO WS-RATING-GAP
           ELSE
               MOVE 20 TO WS-RATING-GAP
           END-IF.
           OPEN INPUT FOUTPUT.
           IF NOT FOUTPUT-OK
               DISPLAY 'OUTPUT FILE PROBLEM ' FOUTPUT-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FOUTPUT
               GOBACK
           END-IF.
      *The archive is optional: until POCLOSE has archived anything
      *every PO is still on the master.
           OPEN INPUT FPOARCH.
           IF FPOARCH-OK
               MOVE 'Y' TO WS-POARCH-SW
           ELSE
               IF NOT FPOARCH-ABSENT
                   DISPLAY 'PO ARCHIVE FILE PROBLEM ' FPOARCH-ST
               END-IF
           END-IF.
      *The work file is rebuilt from scratch every run, then
      *reopened I-O for the add-and-rewrite postings.
           OPEN OUTPUT FPERFWK.
           IF FPERFWK-OK
               CLOSE FPERFWK
               OPEN I-O FPERFWK
           END-IF.
           IF NOT FPERFWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
      *The history persists across months; it is only created when
      *absent, never truncated.
           OPEN I-O FSUPPERF.
           IF FSUPPERF-ABSENT
               OPEN OUTPUT FSUPPERF
               IF FSUPPERF-OK
                   CLOSE FSUPPERF
               END-IF
               OPEN I-O FSUPPERF
           END-IF.
           IF NOT FSUPPERF-OK
               DISPLAY 'SUPPLIER PERFORMANCE FILE PROBLEM '
                       FSUPPERF-ST
               MOVE 16 TO RETURN-CODE
               PERFORM 900-CLOSE
               GOBACK
           END-IF.
           OPEN OUTPUT FSPFRPT.
           IF NOT FSPFRPT-OK
               DISPLAY 'SUPPLIER PERFORMANCE REPORT FILE PROBLEM'
               MOVE 16 TO RETURN-CODE
               PERFORM 900-CLOSE
               GOBACK
           END-IF.
           MOVE SPACES TO OU-SPFRPT-LINE.
           STRING 'MEASURED SUPPLIER PERFORMANCE MONTH '
                                          DELIMITED BY SIZE
                  WS-MEASURE-MONTH        DELIMITED BY SIZE
                  ' RUN '                 DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  ' RATING GAP '          DELIMITED BY SIZE
                  WS-RATING-GAP           DELIMITED BY SIZE
                  ' POINTS'               DELIMITED BY SIZE
                  INTO OU-SPFRPT-LINE.
           WRITE OU-SPFRPT-LINE.
           MOVE SPACES TO OU-SPFRPT-LINE.
           STRING 'SUPPLIER   PLT DELIVS  ONTIME% INFULL% '
                                          DELIMITED BY SIZE
                  'AVGLATE ACKS    ACKDAYS SCORE STATED-PERF '
                                          DELIMITED BY SIZE
                  'STATED-RATING'         DELIMITED BY SIZE
                  INTO OU-SPFRPT-LINE.
           WRITE OU-SPFRPT-LINE.
      *Stated PERF/RATING from every output record, per supplier and
      *plant and per supplier across plants. The supplier area sits
      *at bytes 68-122 of the image and the plant at 512-514.
       200-STAGE-ONE-OUTPUT.
           READ FOUTPUT
               AT END MOVE 'Y' TO FOUTPUT-EOF
           END-READ.
           IF FOUTPUT-OK AND NOT NO-MORE-FOUTPUT
               ADD 1 TO WS-TOT-RECORDS-READ
               MOVE IN-OUTPUT(68:55) TO OU-SUPPLIERS
               MOVE IN-OUTPUT(512:3) TO WS-PLANT-ID
               INITIALIZE WS-POST-AMOUNTS
               IF SUPPLIER-PERF IS NUMERIC
                   MOVE 1 TO WS-ADD-PERF-COUNT
                   MOVE SUPPLIER-PERF TO WS-ADD-PERF
               END-IF
               IF SUPPLIER-RATING IS NUMERIC
                   MOVE 1 TO WS-ADD-RATING-COUNT
                   MOVE SUPPLIER-RATING TO WS-ADD-RATING
               END-IF
               MOVE SUPPLIER-CODE TO WS-POST-SUPPLIER
               MOVE WS-PLANT-ID TO WS-POST-PLANT
               PERFORM 600-POST-TO-WORK
               MOVE 'ALL' TO WS-POST-PLANT
               PERFORM 600-POST-TO-WORK
           ELSE
               IF NOT NO-MORE-FOUTPUT
                   DISPLAY 'OUTPUT FILE PROBLEM ' FOUTPUT-ST
                   MOVE 16 TO RETURN-CODE
                   PERFORM 900-CLOSE
                   GOBACK
               END-IF
           END-IF.
       300-MEASURE-MASTER.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PM-PO-NUMBER.
           START FPOMAST KEY IS NOT LESS PM-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 310-READ-NEXT-PO UNTIL SCAN-DONE.
       310-READ-NEXT-PO.
           READ FPOMAST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                   MOVE 'Y' TO WS-SCAN-SW
               ELSE
                   ADD 1 TO WS-TOT-POS-READ
                   PERFORM 350-MEASURE-ONE-PO
               END-IF
           END-IF.
      *One PO's contribution to its supplier's month. Dates of zero
      *(never acknowledged, never received) measure nothing.
       350-MEASURE-ONE-PO.
           INITIALIZE WS-POST-AMOUNTS.
           COMPUTE WS-RECV-MONTH = PM-RECEIVED-DATE / 100.
           IF WS-RECV-MONTH = WS-MEASURE-MONTH
              AND PM-RECEIVED-QTY > 0
              AND (PM-STATUS-RECEIVED OR PM-STATUS-CLOSED)
               MOVE 1 TO WS-ADD-DELIVERIES
               ADD 1 TO WS-TOT-DELIVERIES
               IF PM-PROMISED-DATE > 0
                   MOVE PM-PROMISED-DATE TO WS-DUE-DATE
               ELSE
                   MOVE PM-REQUESTED-DATE TO WS-DUE-DATE
               END-IF
               IF WS-DUE-DATE = 0
                  OR PM-RECEIVED-DATE NOT > WS-DUE-DATE
                   MOVE 1 TO WS-ADD-ON-TIME
               ELSE
                   MOVE 1 TO WS-ADD-LATE
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(PM-RECEIVED-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   IF WS-DAYS > 0
                       MOVE WS-DAYS TO WS-ADD-DAYS-LATE
                   END-IF
               END-IF
               IF PM-RECEIVED-QTY NOT < PM-PO-QUANTITY
                   MOVE 1 TO WS-ADD-IN-FULL
               END-IF
           END-IF.
           COMPUTE WS-ACK-MONTH = PM-ACK-DATE / 100.
           IF WS-ACK-MONTH = WS-MEASURE-MONTH
              AND PM-ORDER-DATE > 0
               MOVE 1 TO WS-ADD-ACKS
               ADD 1 TO WS-TOT-ACKS
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(PM-ACK-DATE)
                   - FUNCTION INTEGER-OF-DATE(PM-ORDER-DATE)
               IF WS-DAYS > 0
                   MOVE WS-DAYS TO WS-ADD-ACK-DAYS
               END-IF
           END-IF.
           IF WS-ADD-DELIVERIES > 0 OR WS-ADD-ACKS > 0
               MOVE PM-SUPPLIER-CODE TO WS-POST-SUPPLIER
               MOVE PM-PLANT TO WS-POST-PLANT
               PERFORM 600-POST-TO-WORK
               MOVE 'ALL' TO WS-POST-PLANT
               PERFORM 600-POST-TO-WORK
           END-IF.
      *Archived POs carry the master layout, so each is measured
      *through the same paragraph.
       400-MEASURE-ARCHIVE.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PA-PO-NUMBER.
           START FPOARCH KEY IS NOT LESS PA-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 410-READ-NEXT-ARCHIVED UNTIL SCAN-DONE.
       410-READ-NEXT-ARCHIVED.
           READ FPOARCH NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPOARCH-OK
                   DISPLAY 'PO ARCHIVE READ PROBLEM ' FPOARCH-ST
                   MOVE 'Y' TO WS-SCAN-SW
               ELSE
                   ADD 1 TO WS-TOT-ARCHIVED-READ
                   MOVE PA-PO-IMAGE TO PM-PO-MASTER
                   PERFORM 350-MEASURE-ONE-PO
               END-IF
           END-IF.
      *Walk the work file in supplier/plant order: one history
      *record and one report line per entry with any deliveries or
      *acknowledgments in the month.
       500-WRITE-RESULTS.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PW-KEY.
           START FPERFWK KEY IS NOT LESS PW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 510-WRITE-ONE-RESULT UNTIL SCAN-DONE.
       510-WRITE-ONE-RESULT.
           READ FPERFWK NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPERFWK-OK
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
               IF PW-DELIVERIES > 0 OR PW-ACKS > 0
                   PERFORM 520-BUILD-RESULT
                   PERFORM 530-STORE-RESULT
                   PERFORM 540-REPORT-RESULT
               END-IF
           END-IF.
       520-BUILD-RESULT.
           INITIALIZE SF-SUPPLIER-PERF.
           MOVE WS-MEASURE-MONTH TO SF-MONTH.
           MOVE PW-SUPPLIER-CODE TO SF-SUPPLIER-CODE.
           MOVE PW-PLANT TO SF-PLANT.
           MOVE PW-DELIVERIES TO SF-DELIVERIES.
           MOVE PW-ON-TIME TO SF-ON-TIME-COUNT.
           MOVE PW-IN-FULL TO SF-IN-FULL-COUNT.
           MOVE PW-ACKS TO SF-ACKS.
           IF PW-DELIVERIES > 0
               COMPUTE SF-ON-TIME-PCT ROUNDED =
                   (PW-ON-TIME * 100) / PW-DELIVERIES
               COMPUTE SF-IN-FULL-PCT ROUNDED =
                   (PW-IN-FULL * 100) / PW-DELIVERIES
               COMPUTE SF-MEASURED-SCORE ROUNDED =
                   (SF-ON-TIME-PCT + SF-IN-FULL-PCT) / 2
           END-IF.
           IF PW-LATE > 0
               COMPUTE SF-AVG-DAYS-LATE ROUNDED =
                   PW-DAYS-LATE / PW-LATE
           END-IF.
           IF PW-ACKS > 0
               COMPUTE SF-AVG-ACK-DAYS ROUNDED =
                   PW-ACK-DAYS / PW-ACKS
           END-IF.
           IF PW-PERF-COUNT > 0
               COMPUTE SF-STATED-PERF ROUNDED =
                   PW-PERF-TOTAL / PW-PERF-COUNT
           END-IF.
           IF PW-RATING-COUNT > 0
               COMPUTE SF-STATED-RATING ROUNDED =
                   PW-RATING-TOTAL / PW-RATING-COUNT
           END-IF.
      *Only a supplier with deliveries to measure and a stated
      *rating to compare can be flagged.
           SET SF-RATING-SUPPORTED TO TRUE.
           IF PW-DELIVERIES > 0 AND PW-RATING-COUNT > 0
               COMPUTE WS-SCORE-GAP =
                   SF-STATED-RATING - SF-MEASURED-SCORE
               IF WS-SCORE-GAP > WS-RATING-GAP
                   SET SF-RATING-OVERSTATED TO TRUE
               END-IF
           END-IF.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO SF-BUILT-DATE.
      *A rerun for the same month replaces that month's record.
       530-STORE-RESULT.
           WRITE SF-SUPPLIER-PERF
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FSUPPERF-DUPKEY
               REWRITE SF-SUPPLIER-PERF
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT FSUPPERF-OK
               DISPLAY 'SUPPLIER PERFORMANCE WRITE PROBLEM '
                       FSUPPERF-ST
           END-IF.
       540-REPORT-RESULT.
           ADD 1 TO WS-TOT-LINES.
           MOVE SPACES TO OU-SPFRPT-LINE.
           STRING SF-SUPPLIER-CODE     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SF-PLANT             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SF-DELIVERIES        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SF-ON-TIME-PCT       DELIMITED BY SIZE
                  '     '              DELIMITED BY SIZE
                  SF-IN-FULL-PCT       DELIMITED BY SIZE
                  '     '              DELIMITED BY SIZE
                  SF-AVG-DAYS-LATE     DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  SF-ACKS              DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  SF-AVG-ACK-DAYS      DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  SF-MEASURED-SCORE    DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  SF-STATED-PERF       DELIMITED BY SIZE
                  '         '          DELIMITED BY SIZE
                  SF-STATED-RATING     DELIMITED BY SIZE
                  INTO OU-SPFRPT-LINE.
           IF SF-RATING-OVERSTATED
               ADD 1 TO WS-TOT-OVERSTATED
               MOVE 'RATING OVERSTATED' TO OU-SPFRPT-LINE(110:17)
           END-IF.
           WRITE OU-SPFRPT-LINE.
      *Add one posting to the supplier/plant entry, creating the
      *entry on first use.
       600-POST-TO-WORK.
           MOVE WS-POST-SUPPLIER TO PW-SUPPLIER-CODE.
           MOVE WS-POST-PLANT TO PW-PLANT.
           READ FPERFWK
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FPERFWK-NOTFND
               MOVE WS-POST-SUPPLIER TO PW-SUPPLIER-CODE
               MOVE WS-POST-PLANT TO PW-PLANT
               MOVE 0 TO PW-DELIVERIES PW-ON-TIME PW-IN-FULL PW-LATE
                         PW-DAYS-LATE PW-ACKS PW-ACK-DAYS
                         PW-PERF-COUNT PW-PERF-TOTAL
                         PW-RATING-COUNT PW-RATING-TOTAL
           ELSE
               IF NOT FPERFWK-OK
                   PERFORM 850-WORK-FILE-FAILURE
               END-IF
           END-IF.
           ADD WS-ADD-DELIVERIES TO PW-DELIVERIES.
           ADD WS-ADD-ON-TIME TO PW-ON-TIME.
           ADD WS-ADD-IN-FULL TO PW-IN-FULL.
           ADD WS-ADD-LATE TO PW-LATE.
           ADD WS-ADD-DAYS-LATE TO PW-DAYS-LATE.
           ADD WS-ADD-ACKS TO PW-ACKS.
           ADD WS-ADD-ACK-DAYS TO PW-ACK-DAYS.
           ADD WS-ADD-PERF-COUNT TO PW-PERF-COUNT.
           ADD WS-ADD-PERF TO PW-PERF-TOTAL.
           ADD WS-ADD-RATING-COUNT TO PW-RATING-COUNT.
           ADD WS-ADD-RATING TO PW-RATING-TOTAL.
           IF FPERFWK-NOTFND
               WRITE PW-PERF-WORK
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE PW-PERF-WORK
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT FPERFWK-OK
               PERFORM 850-WORK-FILE-FAILURE
           END-IF.
      *A work file failure means the month cannot be trusted: stop
      *loudly rather than publishing partial figures.
       850-WORK-FILE-FAILURE.
           DISPLAY 'PERFORMANCE WORK FILE PROBLEM ' FPERFWK-ST
                   ' - RUN STOPPED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 900-CLOSE.
           GOBACK.
       900-CLOSE.
           MOVE SPACES TO OU-SPFRPT-LINE.
           STRING 'OUTPUT RECORDS '    DELIMITED BY SIZE
                  WS-TOT-RECORDS-READ   DELIMITED BY SIZE
                  ' POS '               DELIMITED BY SIZE
                  WS-TOT-POS-READ       DELIMITED BY SIZE
                  ' ARCHIVED '          DELIMITED BY SIZE
                  WS-TOT-ARCHIVED-READ  DELIMITED BY SIZE
                  ' DELIVERIES '        DELIMITED BY SIZE
                  WS-TOT-DELIVERIES     DELIMITED BY SIZE
                  ' ACKS '              DELIMITED BY SIZE
                  WS-TOT-ACKS           DELIMITED BY SIZE
                  ' OVERSTATED '        DELIMITED BY SIZE
                  WS-TOT-OVERSTATED     DELIMITED BY SIZE
                  INTO OU-SPFRPT-LINE.
           IF FSPFRPT-OK
               WRITE OU-SPFRPT-LINE
           END-IF.
           CLOSE FOUTPUT.
           CLOSE FPOMAST.
           IF PO-ARCHIVE-OPEN
               CLOSE FPOARCH
           END-IF.
           CLOSE FPERFWK.
           CLOSE FSUPPERF.
           CLOSE FSPFRPT.
           DISPLAY 'SUPPERF COMPLETE, MONTH ' WS-MEASURE-MONTH
                   ' DELIVERIES ' WS-TOT-DELIVERIES
                   ' LINES ' WS-TOT-LINES
                   ' OVERSTATED ' WS-TOT-OVERSTATED.
