      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M5
      *   Read the PO version an acknowledgment answers (bytes
      *   24-26, blank on unversioned acks). An ack for a version
      *   older than the one POXMIT last transmitted is listed as
      *   superseded and not posted to the PO master; a current one
      *   records its version in PM-ACK-VERSION.
      * 2026-10-15 Maintenance  V0R0M4
      *   Stamp the date the first acknowledgment for a PO was
      *   posted (PM-ACK-DATE) so the supplier performance measure
      *   can time ack turnaround; a repeat ack keeps the first.
      * 2026-09-02 Maintenance  V0R0M3
      *   Replace the fixed 2000-entry in-memory PO table (which
      *   announced "PO TABLE FULL, LATER POS NOT MATCHED" and
           05  AK-PO-NUMBER            PIC X(10).
           05  AK-QUANTITY             PIC 9(05).
           05  AK-PROMISED-DATE        PIC 9(08).
           05  AK-PO-VERSION           PIC X(03).
           05  AK-PO-VERSION-N REDEFINES AK-PO-VERSION
                                       PIC 9(03).
           05  FILLER                  PIC X(54).
       FD  FACKRPT.
       01  OU-ACKRPT-LINE              PIC X(132).
       FD  FPOMAST.
           05 WS-TOT-LATE-PROMISE          PIC 9(09) VALUE 0.
           05 WS-TOT-UNACKNOWLEDGED        PIC 9(09) VALUE 0.
           05 WS-TOT-MASTER-UPDATED        PIC 9(09) VALUE 0.
           05 WS-TOT-SUPERSEDED            PIC 9(09) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 FPO-EOF                      PIC X(01) VALUE 'N'.
      *Post the acknowledgment onto the lifecycle master: confirmed
      *quantity and promised date, status K, or L when the supplier
      *promised later than we requested. A PO already received or
      *closed keeps that later status. An ack naming a version
      *older than the one last transmitted answers an order the
      *supplier has since been sent a change to: it is listed and
      *not posted.
       350-UPDATE-PO-MASTER.
           MOVE AK-PO-NUMBER TO PM-PO-NUMBER.
           READ FPOMAST
                   CONTINUE
           END-READ.
           IF FPOMAST-OK
               IF AK-PO-VERSION IS NUMERIC
                  AND AK-PO-VERSION-N > 0
                  AND AK-PO-VERSION-N < PM-TRANSMIT-VERSION
                   PERFORM 360-REPORT-SUPERSEDED
               ELSE
                   PERFORM 355-POST-ACK-TO-MASTER
               END-IF
           ELSE
               IF NOT FPOMAST-NOTFND
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
               END-IF
           END-IF.
       355-POST-ACK-TO-MASTER.
           IF NOT PM-STATUS-RECEIVED AND NOT PM-STATUS-CLOSED
               MOVE AK-QUANTITY TO PM-ACK-QUANTITY
               MOVE AK-PROMISED-DATE TO PM-PROMISED-DATE
               IF PM-ACK-DATE = 0
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO PM-ACK-DATE
               END-IF
               IF AK-PO-VERSION IS NUMERIC
                   MOVE AK-PO-VERSION-N TO PM-ACK-VERSION
               END-IF
               IF AK-PROMISED-DATE > PM-REQUESTED-DATE
                   SET PM-STATUS-PROMISED-LATE TO TRUE
               ELSE
                   SET PM-STATUS-ACKED TO TRUE
               END-IF
               MOVE WS-CURRENT-DATE-YYYYMMDD TO PM-STATUS-DATE
               REWRITE PM-PO-MASTER
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF FPOMAST-OK
                   ADD 1 TO WS-TOT-MASTER-UPDATED
               ELSE
                   DISPLAY 'PO MASTER REWRITE PROBLEM ' FPOMAST-ST
               END-IF
           END-IF.
       360-REPORT-SUPERSEDED.
           ADD 1 TO WS-TOT-SUPERSEDED.
           MOVE SPACES TO OU-ACKRPT-LINE.
           STRING 'ACK FOR SUPERSEDED VERSION PO ' DELIMITED BY SIZE
                  AK-PO-NUMBER                      DELIMITED BY SIZE
                  ' ANSWERS VERSION '               DELIMITED BY SIZE
                  AK-PO-VERSION                     DELIMITED BY SIZE
                  ' CURRENT VERSION '               DELIMITED BY SIZE
                  PM-TRANSMIT-VERSION               DELIMITED BY SIZE
                  INTO OU-ACKRPT-LINE.
           WRITE OU-ACKRPT-LINE.
       400-REPORT-UNACKNOWLEDGED.
           MOVE 'N' TO WS-WALK-SW.
           MOVE LOW-VALUES TO POW-KEY.
                  WS-TOT-LATE-PROMISE    DELIMITED BY SIZE
                  ' UNACKED '            DELIMITED BY SIZE
                  WS-TOT-UNACKNOWLEDGED  DELIMITED BY SIZE
                  ' SUPERSEDED '         DELIMITED BY SIZE
                  WS-TOT-SUPERSEDED      DELIMITED BY SIZE
                  INTO OU-ACKRPT-LINE.
           WRITE OU-ACKRPT-LINE.
           CLOSE FPO.
                   WS-TOT-UNKNOWN-PO ' QTY ' WS-TOT-QTY-MISMATCH
                   ' LATE ' WS-TOT-LATE-PROMISE ' UNACKED '
                   WS-TOT-UNACKNOWLEDGED
                   ' SUPERSEDED ' WS-TOT-SUPERSEDED
                   ' MASTER UPDATED ' WS-TOT-MASTER-UPDATED.
