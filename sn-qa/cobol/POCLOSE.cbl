      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      POCLOSE.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Purchase order closeout, cancellation and archive.
      *
      * POMSTLD adds and refreshes POs and the receipts match sets
      * R, but nothing ever closed a PO: one that dropped off the
      * extract without being received stayed C/K/L on FPOMAST for
      * good and kept aging on POAGERPT. POCLOSE runs after POMSTLD
      * and does three things, every one of them logged on FPOCLOG
      * with its reason:
      *
      * 1. Missing-PO watch. Every PO on tonight's FOUTPUT is loaded
      *    to a keyed work file (FPOSEEN). An open PO not on it has
      *    PM-NIGHTS-MISSING raised by one (once per run date); a PO
      *    seen again starts over at zero. An open PO missing for
      *    MISSNIGHTS= consecutive nights (default 3) is listed as a
      *    SUSPECTED CANCEL for purchasing to confirm or deny.
      *
      * 2. Closeout transactions (FPOCTXN, one per PO) from
      *    purchasing: X confirms a cancel of a PO nothing was
      *    received against, S short-closes a part-received PO.
      *    Both carry a reason code; the short-closed quantity (the
      *    open quantity that will never arrive) defaults to the
      *    open quantity and, when keyed, must agree with it so a
      *    receipt posted since the decision is not written off
      *    unseen. An applied transaction sets status X with the
      *    close date, reason code and short-closed quantity.
      *
      * 3. Archive. X and R POs whose status date is more than
      *    RETAINDAYS= days old (default 90) are written to the PO
      *    archive (FPOARCH, POARCH copybook, keyed by PO number)
      *    and deleted from FPOMAST, so the master carries only the
      *    live pipeline and POINQ still answers for the old PO.
      *    A PO still on tonight's FOUTPUT is held on the master
      *    (POMSTLD would load it again as a new PO), and nothing is
      *    archived on a night FOUTPUT is empty.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M4
      *   Archive only POs no longer on FOUTPUT; one still on the
      *   extract is held on FPOMAST and counted as HELD.
      * 2026-10-15 Maintenance  V0R0M3
      *   Stop with RC 16 when FOUTPUT cannot be read to the end,
      *   before the missing-PO watch ages every open PO.
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
           SELECT OPTIONAL FPOCCTL ASSIGN TO DPOCCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPOCCTL-ST.
           SELECT FOUTPUT ASSIGN TO DOUTPUT
               FILE STATUS IS FOUTPUT-ST.
           SELECT FPOSEEN ASSIGN TO DPOSEEN
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS SN-PO-NUMBER
               FILE STATUS IS FPOSEEN-ST.
           SELECT OPTIONAL FPOCTXN ASSIGN TO DPOCTXN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPOCTXN-ST.
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FPOARCH ASSIGN TO DPOARCH
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS PA-PO-NUMBER
               FILE STATUS IS FPOARCH-ST.
           SELECT FPOCLOG ASSIGN TO DPOCLOG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPOCLOG-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FPOCCTL.
       01  IN-POCCTL-CARD              PIC X(80).
       FD  FOUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-OUTPUT.
       01  IN-OUTPUT                   PIC X(524).
       FD  FPOSEEN.
       01  SN-SEEN-RECORD.
           05  SN-PO-NUMBER            PIC X(10).
       FD  FPOCTXN.
       01  IN-POCTXN.
           05  TX-ACTION               PIC X(01).
               88  TX-CANCEL-PO            VALUE 'X'.
               88  TX-SHORT-CLOSE-PO       VALUE 'S'.
           05  TX-PO-NUMBER            PIC X(10).
           05  TX-REASON-CODE          PIC X(04).
           05  TX-SHORT-QTY            PIC X(05).
           05  TX-CLOSE-DATE           PIC X(08).
           05  TX-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(22).
       FD  FPOMAST.
           COPY 'POMAST'.
       FD  FPOARCH.
           COPY 'POARCH'.
       FD  FPOCLOG.
       01  OU-POCLOG-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *One purchase order unpacked from the raw 31-byte input area,
      *same offsets POMSTLD reads.
       01  WS-WORK-PO.
           05 WS-PO-NUMBER                 PIC X(10).
           05 FILLER                       PIC X(21).
       01  WS-WORK-FIELDS.
           05 WS-PO-COUNT-X                PIC X(02).
           05 WS-PO-COUNT                  PIC 9(02) VALUE 0.
           05 WS-PO-SUB                    PIC 9(02) VALUE 0.
           05 WS-PO-POS                    PIC 9(04) VALUE 0.
           05 WS-OPEN-QTY                  PIC 9(05) VALUE 0.
       01  WS-RUN-CONTROL.
           05 WS-MISS-NIGHTS               PIC 9(02) VALUE 3.
           05 WS-MISS-NIGHTS-X             PIC X(02).
           05 WS-RETAIN-DAYS               PIC 9(03) VALUE 90.
           05 WS-RETAIN-DAYS-X             PIC X(03).
           05 WS-ARCHIVE-BEFORE-DATE       PIC 9(08) VALUE 0.
       01  WS-EDIT-FIELDS.
           05 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
           05 WS-BEFORE-STATUS             PIC X(01) VALUE SPACE.
           05 WS-NEW-DATE                  PIC 9(08) VALUE 0.
           05 WS-SHORT-QTY                 PIC 9(05) VALUE 0.
           05 WS-REASON-CHECK              PIC X(04) VALUE SPACES.
             88 VALID-CLOSE-REASON VALUES 'CANC' 'DUPL' 'OBSL'
                'SUPP' 'PRIC' 'SHRT' 'ENGC' 'OTHR'.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-RECORDS-READ          PIC 9(09) VALUE 0.
           05 WS-TOT-POS-SEEN              PIC 9(09) VALUE 0.
           05 WS-TOT-TXNS-READ             PIC 9(09) VALUE 0.
           05 WS-TOT-CANCELLED             PIC 9(09) VALUE 0.
           05 WS-TOT-SHORT-CLOSED          PIC 9(09) VALUE 0.
           05 WS-TOT-REJECTED              PIC 9(09) VALUE 0.
           05 WS-TOT-MASTER-READ           PIC 9(09) VALUE 0.
           05 WS-TOT-MISSING               PIC 9(09) VALUE 0.
           05 WS-TOT-SUSPECTED             PIC 9(09) VALUE 0.
           05 WS-TOT-REAPPEARED            PIC 9(09) VALUE 0.
           05 WS-TOT-ARCHIVED              PIC 9(09) VALUE 0.
           05 WS-TOT-ARCHIVE-HELD          PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-FPOCCTL-EOF               PIC X(01) VALUE 'N'.
             88 NO-MORE-FPOCCTL                      VALUE 'Y'.
           05 FOUTPUT-EOF                  PIC X(01) VALUE 'N'.
             88 NO-MORE-FOUTPUT                      VALUE 'Y'.
           05 FPOCTXN-EOF                  PIC X(01) VALUE 'N'.
             88 NO-MORE-FPOCTXN                      VALUE 'Y'.
           05 WS-SCAN-SW                   PIC X(01) VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.
           05 WS-TXN-SW                    PIC X(01) VALUE 'N'.
             88 TXN-REJECTED                         VALUE 'Y'.
           05 WS-FPOCTXN-OPEN              PIC X(01) VALUE 'N'.
           05 FPOCCTL-ST                   PIC X(02).
             88 FPOCCTL-OK                           VALUE '00'.
             88 FPOCCTL-ABSENT                       VALUE '05' '35'.
           05 FOUTPUT-ST                   PIC X(02).
             88 FOUTPUT-OK                           VALUE '00'.
           05 FPOSEEN-ST                   PIC X(02).
             88 FPOSEEN-OK                           VALUE '00'.
             88 FPOSEEN-NOTFND                       VALUE '23'.
             88 FPOSEEN-DUPKEY                       VALUE '22'.
           05 FPOCTXN-ST                   PIC X(02).
             88 FPOCTXN-OK                           VALUE '00'.
             88 FPOCTXN-ABSENT                       VALUE '05' '35'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
             88 FPOMAST-NOTFND                       VALUE '23'.
           05 FPOARCH-ST                   PIC X(02).
             88 FPOARCH-OK                           VALUE '00'.
             88 FPOARCH-DUPKEY                       VALUE '22'.
             88 FPOARCH-ABSENT                       VALUE '35'.
           05 FPOCLOG-ST                   PIC X(02).
             88 FPOCLOG-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-SEEN-POS UNTIL NO-MORE-FOUTPUT.
           CLOSE FOUTPUT.
           CLOSE FPOSEEN.
      *A short seen-PO list would make every open PO look missing,
      *so a bad FOUTPUT read stops the run before anything is
      *applied or aged.
           IF RETURN-CODE = 16
               IF WS-FPOCTXN-OPEN = 'Y'
                   CLOSE FPOCTXN
               END-IF
               CLOSE FPOMAST
               CLOSE FPOARCH
               CLOSE FPOCLOG
               GOBACK
           END-IF.
           OPEN INPUT FPOSEEN.
           IF NOT FPOSEEN-OK
               DISPLAY 'SEEN-PO WORK FILE PROBLEM ' FPOSEEN-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FPOMAST
               CLOSE FPOARCH
               CLOSE FPOCLOG
               GOBACK
           END-IF.
           PERFORM 300-APPLY-ONE-TXN UNTIL NO-MORE-FPOCTXN.
           PERFORM 400-SCAN-MASTER.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           PERFORM 105-READ-RUN-CONTROL.
           COMPUTE WS-ARCHIVE-BEFORE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-YYYYMMDD)
                   - WS-RETAIN-DAYS).
           OPEN INPUT FOUTPUT.
           IF NOT FOUTPUT-OK
               DISPLAY 'OUTPUT FILE PROBLEM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FPOSEEN.
           IF NOT FPOSEEN-OK
               DISPLAY 'SEEN-PO WORK FILE PROBLEM ' FPOSEEN-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FOUTPUT
               GOBACK
           END-IF.
           OPEN I-O FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FOUTPUT
               CLOSE FPOSEEN
               GOBACK
           END-IF.
      *The archive persists across runs; it is only created when
      *absent, never truncated, same as POMSTLD treats FPOMAST.
           OPEN I-O FPOARCH.
           IF FPOARCH-ABSENT
               OPEN OUTPUT FPOARCH
               IF FPOARCH-OK
                   CLOSE FPOARCH
               END-IF
               OPEN I-O FPOARCH
           END-IF.
           IF NOT FPOARCH-OK
               DISPLAY 'PO ARCHIVE FILE PROBLEM ' FPOARCH-ST
               MOVE 16 TO RETURN-CODE
               CLOSE FOUTPUT
               CLOSE FPOSEEN
               CLOSE FPOMAST
               GOBACK
           END-IF.
           OPEN OUTPUT FPOCLOG.
           IF NOT FPOCLOG-OK
               DISPLAY 'PO CLOSEOUT LOG FILE PROBLEM'
               MOVE 16 TO RETURN-CODE
               CLOSE FOUTPUT
               CLOSE FPOSEEN
               CLOSE FPOMAST
               CLOSE FPOARCH
               GOBACK
           END-IF.
      *No transactions tonight is normal: the watch and the archive
      *still run.
           OPEN INPUT FPOCTXN.
           IF FPOCTXN-ABSENT
               IF FPOCTXN-ST = '05'
                   CLOSE FPOCTXN
               END-IF
               MOVE 'Y' TO FPOCTXN-EOF
           ELSE
               IF FPOCTXN-OK
                   MOVE 'Y' TO WS-FPOCTXN-OPEN
               ELSE
                   DISPLAY 'PO CLOSEOUT TRANSACTION FILE PROBLEM '
                           FPOCTXN-ST
                   MOVE 'Y' TO FPOCTXN-EOF
               END-IF
           END-IF.
           MOVE SPACES TO OU-POCLOG-LINE.
           STRING 'PO CLOSEOUT LOG '      DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  '  SUSPECT AFTER '      DELIMITED BY SIZE
                  WS-MISS-NIGHTS          DELIMITED BY SIZE
                  ' NIGHTS MISSING  ARCHIVE X/R BEFORE '
                                          DELIMITED BY SIZE
                  WS-ARCHIVE-BEFORE-DATE  DELIMITED BY SIZE
                  INTO OU-POCLOG-LINE.
           WRITE OU-POCLOG-LINE.
      *Run-control cards, FRUNCTL style: MISSNIGHTS=nn is how many
      *consecutive nights an open PO may be missing from FOUTPUT
      *before it is listed as a suspected cancel; RETAINDAYS=nnn is
      *how long a closed or received PO stays on the master.
       105-READ-RUN-CONTROL.
           OPEN INPUT FPOCCTL.
           IF FPOCCTL-ABSENT
               IF FPOCCTL-ST = '05'
                   CLOSE FPOCCTL
               END-IF
           ELSE
               IF FPOCCTL-OK
                   PERFORM 106-READ-ONE-CARD UNTIL NO-MORE-FPOCCTL
                   CLOSE FPOCCTL
               ELSE
                   DISPLAY 'RUN CONTROL FILE PROBLEM ' FPOCCTL-ST
               END-IF
           END-IF.
       106-READ-ONE-CARD.
           READ FPOCCTL
               AT END MOVE 'Y' TO WS-FPOCCTL-EOF
           END-READ.
           IF FPOCCTL-OK AND NOT NO-MORE-FPOCCTL
               EVALUATE TRUE
                   WHEN IN-POCCTL-CARD(1:1) = '*'
                    OR IN-POCCTL-CARD = SPACES
                       CONTINUE
                   WHEN IN-POCCTL-CARD(1:11) = 'MISSNIGHTS='
                       MOVE IN-POCCTL-CARD(12:2) TO WS-MISS-NIGHTS-X
                       IF WS-MISS-NIGHTS-X IS NUMERIC
                          AND WS-MISS-NIGHTS-X NOT = '00'
                           MOVE WS-MISS-NIGHTS-X TO WS-MISS-NIGHTS
                       ELSE
                           DISPLAY 'MISSNIGHTS CARD NOT VALID, USING '
                                   WS-MISS-NIGHTS
                       END-IF
                   WHEN IN-POCCTL-CARD(1:11) = 'RETAINDAYS='
                       MOVE IN-POCCTL-CARD(12:3) TO WS-RETAIN-DAYS-X
                       IF WS-RETAIN-DAYS-X IS NUMERIC
                           MOVE WS-RETAIN-DAYS-X TO WS-RETAIN-DAYS
                       ELSE
                           DISPLAY 'RETAINDAYS CARD NOT VALID, USING '
                                   WS-RETAIN-DAYS
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RUN CONTROL CARD NOT KNOWN: '
                               IN-POCCTL-CARD(1:20)
               END-EVALUATE
           END-IF.
      *The part number sits at bytes 1-10 of the output image, the
      *PO count at 355-356 and the five raw 31-byte purchase order
      *areas from byte 357. Every PO number found goes on FPOSEEN.
       200-LOAD-SEEN-POS.
           READ FOUTPUT
               AT END MOVE 'Y' TO FOUTPUT-EOF
           END-READ.
           IF FOUTPUT-OK AND NOT NO-MORE-FOUTPUT
               ADD 1 TO WS-TOT-RECORDS-READ
               MOVE IN-OUTPUT(355:2) TO WS-PO-COUNT-X
               IF WS-PO-COUNT-X IS NUMERIC
                   MOVE WS-PO-COUNT-X TO WS-PO-COUNT
               ELSE
                   MOVE 0 TO WS-PO-COUNT
               END-IF
               IF WS-PO-COUNT > 5
                   MOVE 5 TO WS-PO-COUNT
               END-IF
               IF WS-PO-COUNT > 0
                   PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                           UNTIL WS-PO-SUB > WS-PO-COUNT
                       COMPUTE WS-PO-POS = 357 + (WS-PO-SUB - 1) * 31
                       MOVE IN-OUTPUT(WS-PO-POS:31) TO WS-WORK-PO
                       IF WS-PO-NUMBER NOT = SPACES
                           PERFORM 210-RECORD-SEEN-PO
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF NOT NO-MORE-FOUTPUT
                   DISPLAY 'OUTPUT FILE PROBLEM'
                   MOVE 'Y' TO FOUTPUT-EOF
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
      *A PO on more than one output record is the same PO; the
      *duplicate write is expected and ignored.
       210-RECORD-SEEN-PO.
           MOVE WS-PO-NUMBER TO SN-PO-NUMBER.
           WRITE SN-SEEN-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FPOSEEN-OK
               ADD 1 TO WS-TOT-POS-SEEN
           ELSE
               IF NOT FPOSEEN-DUPKEY
                   DISPLAY 'SEEN-PO WORK FILE WRITE PROBLEM '
                           FPOSEEN-ST
               END-IF
           END-IF.
      *One closeout transaction: edit it, apply it, log it.*********
       300-APPLY-ONE-TXN.
           READ FPOCTXN
               AT END MOVE 'Y' TO FPOCTXN-EOF
           END-READ.
           IF FPOCTXN-OK AND NOT NO-MORE-FPOCTXN
               ADD 1 TO WS-TOT-TXNS-READ
               MOVE 'N' TO WS-TXN-SW
               MOVE SPACES TO WS-REJECT-REASON
               MOVE SPACE TO WS-BEFORE-STATUS
               MOVE 0 TO WS-SHORT-QTY
               PERFORM 310-EDIT-TXN
               IF NOT TXN-REJECTED
                   PERFORM 320-CHECK-PO
               END-IF
               IF NOT TXN-REJECTED
                   PERFORM 330-CLOSE-PO
               END-IF
               PERFORM 340-LOG-TXN
           ELSE
               IF NOT NO-MORE-FPOCTXN
                   DISPLAY 'PO CLOSEOUT TRANSACTION FILE PROBLEM '
                           FPOCTXN-ST
                   MOVE 'Y' TO FPOCTXN-EOF
               END-IF
           END-IF.
      *Field edits. A blank or zero close date means the run date;
      *the reason code must be one purchasing has agreed to use.
       310-EDIT-TXN.
           IF NOT TX-CANCEL-PO AND NOT TX-SHORT-CLOSE-PO
               MOVE 'ACTION NOT X OR S' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-PO-NUMBER = SPACES
               MOVE 'PO NUMBER MISSING' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED
               MOVE TX-REASON-CODE TO WS-REASON-CHECK
               IF NOT VALID-CLOSE-REASON
                   MOVE 'REASON CODE NOT KNOWN' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
              AND TX-SHORT-QTY NOT = SPACES
              AND TX-SHORT-QTY IS NOT NUMERIC
               MOVE 'SHORT-CLOSE QTY NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED
               IF TX-CLOSE-DATE = SPACES OR TX-CLOSE-DATE = ZEROES
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-NEW-DATE
               ELSE
                   IF TX-CLOSE-DATE IS NUMERIC
                       MOVE TX-CLOSE-DATE TO WS-NEW-DATE
                   ELSE
                       MOVE 'CLOSE DATE NOT NUMERIC'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   END-IF
               END-IF
           END-IF.
      *Only an open PO can be closed. A cancel is for a PO nothing
      *arrived against; once something was received it is a short
      *close, and the quantity written off is what is still open.
       320-CHECK-PO.
           MOVE TX-PO-NUMBER TO PM-PO-NUMBER.
           READ FPOMAST
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN FPOMAST-NOTFND
                   MOVE 'PO NOT ON MASTER' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN NOT FPOMAST-OK
                   MOVE 'MASTER READ FAILED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN NOT PM-STATUS-OPEN
                   MOVE PM-PO-STATUS TO WS-BEFORE-STATUS
                   MOVE 'PO NOT OPEN' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN TX-CANCEL-PO AND PM-RECEIVED-QTY > 0
                   MOVE PM-PO-STATUS TO WS-BEFORE-STATUS
                   MOVE 'PART RECEIVED, USE SHORT CLOSE'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN OTHER
                   MOVE PM-PO-STATUS TO WS-BEFORE-STATUS
                   IF PM-RECEIVED-QTY < PM-PO-QUANTITY
                       COMPUTE WS-OPEN-QTY =
                           PM-PO-QUANTITY - PM-RECEIVED-QTY
                   ELSE
                       MOVE 0 TO WS-OPEN-QTY
                   END-IF
                   IF TX-SHORT-QTY = SPACES
                       MOVE WS-OPEN-QTY TO WS-SHORT-QTY
                   ELSE
                       MOVE TX-SHORT-QTY TO WS-SHORT-QTY
                       IF WS-SHORT-QTY NOT = WS-OPEN-QTY
                           MOVE 'SHORT-CLOSE QTY NOT OPEN QTY'
                               TO WS-REJECT-REASON
                           MOVE 'Y' TO WS-TXN-SW
                       END-IF
                   END-IF
           END-EVALUATE.
       330-CLOSE-PO.
           SET PM-STATUS-CLOSED TO TRUE.
           MOVE WS-NEW-DATE TO PM-STATUS-DATE.
           MOVE TX-REASON-CODE TO PM-CLOSE-REASON.
           MOVE WS-SHORT-QTY TO PM-SHORT-CLOSE-QTY.
           REWRITE PM-PO-MASTER
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF FPOMAST-OK
               IF TX-CANCEL-PO
                   ADD 1 TO WS-TOT-CANCELLED
               ELSE
                   ADD 1 TO WS-TOT-SHORT-CLOSED
               END-IF
           ELSE
               MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
      *One log line per transaction, applied or rejected.***********
       340-LOG-TXN.
           MOVE SPACES TO OU-POCLOG-LINE.
           IF TXN-REJECTED
               ADD 1 TO WS-TOT-REJECTED
               STRING TX-ACTION          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-PO-NUMBER       DELIMITED BY SIZE
                      ' REJECTED: '      DELIMITED BY SIZE
                      WS-REJECT-REASON   DELIMITED BY SIZE
                      ' STATUS '         DELIMITED BY SIZE
                      WS-BEFORE-STATUS   DELIMITED BY SIZE
                      INTO OU-POCLOG-LINE
           ELSE
               STRING TX-ACTION          DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-PO-NUMBER       DELIMITED BY SIZE
                      ' APPLIED  STATUS ' DELIMITED BY SIZE
                      WS-BEFORE-STATUS   DELIMITED BY SIZE
                      '-> '              DELIMITED BY SIZE
                      PM-PO-STATUS       DELIMITED BY SIZE
                      ' DATE '           DELIMITED BY SIZE
                      WS-NEW-DATE        DELIMITED BY SIZE
                      ' REASON '         DELIMITED BY SIZE
                      PM-CLOSE-REASON    DELIMITED BY SIZE
                      ' SHORT '          DELIMITED BY SIZE
                      PM-SHORT-CLOSE-QTY DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      TX-REASON-TEXT     DELIMITED BY SIZE
                      INTO OU-POCLOG-LINE
           END-IF.
           WRITE OU-POCLOG-LINE.
      *Walk the whole master once: open POs get the missing-night
      *watch, old closed and received POs go to the archive.
       400-SCAN-MASTER.
           IF WS-TOT-RECORDS-READ = 0
               MOVE 'FOUTPUT EMPTY - MISSING-PO WATCH NOT RUN TONIGHT'
                   TO OU-POCLOG-LINE
               WRITE OU-POCLOG-LINE
           END-IF.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PM-PO-NUMBER.
           START FPOMAST KEY IS NOT LESS PM-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 410-CHECK-ONE-PO UNTIL SCAN-DONE.
       410-CHECK-ONE-PO.
           READ FPOMAST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                   MOVE 'Y' TO WS-SCAN-SW
               ELSE
                   ADD 1 TO WS-TOT-MASTER-READ
                   EVALUATE TRUE
                       WHEN PM-STATUS-OPEN
                           IF WS-TOT-RECORDS-READ > 0
                               PERFORM 420-WATCH-OPEN-PO
                           END-IF
                       WHEN (PM-STATUS-CLOSED OR PM-STATUS-RECEIVED)
                        AND PM-STATUS-DATE < WS-ARCHIVE-BEFORE-DATE
                        AND WS-TOT-RECORDS-READ > 0
                           MOVE PM-PO-NUMBER TO SN-PO-NUMBER
                           READ FPOSEEN
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           IF FPOSEEN-OK
                               ADD 1 TO WS-TOT-ARCHIVE-HELD
                           ELSE
                               PERFORM 430-ARCHIVE-PO
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
      *Seen tonight: the count starts over. Missing: counted once per
      *run date, so a rerun of the same night does not count twice.
       420-WATCH-OPEN-PO.
           MOVE PM-PO-NUMBER TO SN-PO-NUMBER.
           READ FPOSEEN
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FPOSEEN-OK
               IF PM-NIGHTS-MISSING > 0
                   MOVE 0 TO PM-NIGHTS-MISSING
                   PERFORM 425-REWRITE-MASTER
                   ADD 1 TO WS-TOT-REAPPEARED
               END-IF
           ELSE
               ADD 1 TO WS-TOT-MISSING
               IF PM-LAST-MISSED-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
                   IF PM-NIGHTS-MISSING < 999
                       ADD 1 TO PM-NIGHTS-MISSING
                   END-IF
                   MOVE WS-CURRENT-DATE-YYYYMMDD
                       TO PM-LAST-MISSED-DATE
                   PERFORM 425-REWRITE-MASTER
               END-IF
               IF PM-NIGHTS-MISSING NOT < WS-MISS-NIGHTS
                   ADD 1 TO WS-TOT-SUSPECTED
                   IF PM-RECEIVED-QTY < PM-PO-QUANTITY
                       COMPUTE WS-OPEN-QTY =
                           PM-PO-QUANTITY - PM-RECEIVED-QTY
                   ELSE
                       MOVE 0 TO WS-OPEN-QTY
                   END-IF
                   MOVE SPACES TO OU-POCLOG-LINE
                   STRING 'SUSPECTED CANCEL '  DELIMITED BY SIZE
                          PM-PO-NUMBER         DELIMITED BY SIZE
                          ' PART '             DELIMITED BY SIZE
                          PM-PART-NUMBER       DELIMITED BY SIZE
                          ' SUPPLIER '         DELIMITED BY SIZE
                          PM-SUPPLIER-CODE     DELIMITED BY SIZE
                          ' PLANT '            DELIMITED BY SIZE
                          PM-PLANT             DELIMITED BY SIZE
                          ' STATUS '           DELIMITED BY SIZE
                          PM-PO-STATUS         DELIMITED BY SIZE
                          ' OPEN QTY '         DELIMITED BY SIZE
                          WS-OPEN-QTY          DELIMITED BY SIZE
                          ' MISSING '          DELIMITED BY SIZE
                          PM-NIGHTS-MISSING    DELIMITED BY SIZE
                          ' NIGHTS'            DELIMITED BY SIZE
                          INTO OU-POCLOG-LINE
                   WRITE OU-POCLOG-LINE
               END-IF
           END-IF.
       425-REWRITE-MASTER.
           REWRITE PM-PO-MASTER
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER REWRITE PROBLEM ' FPOMAST-ST
           END-IF.
      *Only for a PO off the extract, so POMSTLD cannot load it as
      *new. The archive write comes first; the master record is
      *deleted only once the archive holds it. A received PO leaves
      *with reason RCVD so every archived PO carries a closing
      *reason.
       430-ARCHIVE-PO.
           IF PM-STATUS-RECEIVED AND PM-CLOSE-REASON = SPACES
               MOVE 'RCVD' TO PM-CLOSE-REASON
           END-IF.
           MOVE PM-PO-MASTER TO PA-PO-IMAGE.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO PA-ARCHIVED-DATE.
           WRITE PA-PO-ARCHIVE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FPOARCH-DUPKEY
               REWRITE PA-PO-ARCHIVE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT FPOARCH-OK
               DISPLAY 'PO ARCHIVE WRITE PROBLEM ' FPOARCH-ST
                       ' PO ' PM-PO-NUMBER
           ELSE
               DELETE FPOMAST RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER DELETE PROBLEM ' FPOMAST-ST
                           ' PO ' PM-PO-NUMBER
               ELSE
                   ADD 1 TO WS-TOT-ARCHIVED
                   MOVE SPACES TO OU-POCLOG-LINE
                   STRING 'ARCHIVED '          DELIMITED BY SIZE
                          PA-PO-NUMBER         DELIMITED BY SIZE
                          ' PART '             DELIMITED BY SIZE
                          PA-PART-NUMBER       DELIMITED BY SIZE
                          ' SUPPLIER '         DELIMITED BY SIZE
                          PA-SUPPLIER-CODE     DELIMITED BY SIZE
                          ' PLANT '            DELIMITED BY SIZE
                          PA-PLANT             DELIMITED BY SIZE
                          ' STATUS '           DELIMITED BY SIZE
                          PA-PO-STATUS         DELIMITED BY SIZE
                          ' SINCE '            DELIMITED BY SIZE
                          PA-STATUS-DATE       DELIMITED BY SIZE
                          ' REASON '           DELIMITED BY SIZE
                          PA-CLOSE-REASON      DELIMITED BY SIZE
                          ' SHORT '            DELIMITED BY SIZE
                          PA-SHORT-CLOSE-QTY   DELIMITED BY SIZE
                          INTO OU-POCLOG-LINE
                   WRITE OU-POCLOG-LINE
               END-IF
           END-IF.
       900-CLOSE.
           MOVE SPACES TO OU-POCLOG-LINE.
           STRING 'TXNS '              DELIMITED BY SIZE
                  WS-TOT-TXNS-READ      DELIMITED BY SIZE
                  ' CANCELLED '         DELIMITED BY SIZE
                  WS-TOT-CANCELLED      DELIMITED BY SIZE
                  ' SHORT-CLOSED '      DELIMITED BY SIZE
                  WS-TOT-SHORT-CLOSED   DELIMITED BY SIZE
                  ' REJECTED '          DELIMITED BY SIZE
                  WS-TOT-REJECTED       DELIMITED BY SIZE
                  INTO OU-POCLOG-LINE.
           WRITE OU-POCLOG-LINE.
           MOVE SPACES TO OU-POCLOG-LINE.
           STRING 'POS ON MASTER '     DELIMITED BY SIZE
                  WS-TOT-MASTER-READ    DELIMITED BY SIZE
                  ' MISSING TONIGHT '   DELIMITED BY SIZE
                  WS-TOT-MISSING        DELIMITED BY SIZE
                  ' SUSPECTED CANCEL '  DELIMITED BY SIZE
                  WS-TOT-SUSPECTED      DELIMITED BY SIZE
                  ' REAPPEARED '        DELIMITED BY SIZE
                  WS-TOT-REAPPEARED     DELIMITED BY SIZE
                  ' ARCHIVED '          DELIMITED BY SIZE
                  WS-TOT-ARCHIVED       DELIMITED BY SIZE
                  ' HELD '              DELIMITED BY SIZE
                  WS-TOT-ARCHIVE-HELD   DELIMITED BY SIZE
                  INTO OU-POCLOG-LINE.
           WRITE OU-POCLOG-LINE.
           IF WS-FPOCTXN-OPEN = 'Y'
               CLOSE FPOCTXN
           END-IF.
           CLOSE FPOSEEN.
           CLOSE FPOMAST.
           CLOSE FPOARCH.
           CLOSE FPOCLOG.
           DISPLAY 'POCLOSE COMPLETE, POS SEEN ' WS-TOT-POS-SEEN
                   ' CANCELLED ' WS-TOT-CANCELLED
                   ' SHORT-CLOSED ' WS-TOT-SHORT-CLOSED
                   ' REJECTED ' WS-TOT-REJECTED
                   ' SUSPECTED ' WS-TOT-SUSPECTED
                   ' ARCHIVED ' WS-TOT-ARCHIVED.
