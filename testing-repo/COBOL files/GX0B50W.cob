
       PROGRAM-ID.               GX0B50W.
      * Description: Selection List ICDNro
      * 2026-10-15  When the F9 change is sensitive the records are
      *             read WITH NO LOCK: only a PENREQ line is written,
      *             so no ICDNro record is left locked once its
      *             request is logged.
      * 2026-10-15  F9 to a sensitive status (always 'C', plus any
      *             STATUS line of the ICDAPRC control file) no
      *             longer REWRITEs: each selected record becomes a
      *             pending request on ICDAPR (PENREQ line: PICID,
      *             date/time, old and new status, requester,
      *             reason), keyed by the operator in the new
      *             control-record field V12REASON of B0101, which
      *             is required for such a change. A PICID with an
      *             open, unexpired request is refused. The status
      *             is changed, and journaled with both profiles,
      *             only when a second user approves it on GX0B51W.
      * 2026-09-02  Every PICSTATUS REWRITE made from this screen is
      *             now journaled to the STSJRNL file (one line per
      *             record: PICID, old and new status, the job's
           SELECT GX-JRNL ASSIGN TO DISK-STSJRNL
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-JRNL-ST.
           SELECT OPTIONAL GX-APR ASSIGN TO DISK-ICDAPR
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-APR-ST.
           SELECT OPTIONAL GX-APRC ASSIGN TO DISK-ICDAPRC
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-APRC-ST.
       I-O-CONTROL.

       DATA DIVISION.
       01  WS-EXPORT-LINE                 PIC X(080).
       FD  GX-JRNL.
       01  WS-JRNL-LINE                   PIC X(132).
       FD  GX-APR.
       01  WS-APR-LINE                    PIC X(132).
       FD  GX-APRC.
       01  WS-APRC-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.

       01  GX-INT-FMT-DATE.
       01  WS-BULK-UPDATED                PIC 9(3) VALUE ZEROES.
       01  WS-BULK-LOCKED                 PIC 9(3) VALUE ZEROES.
       01  WS-BULK-NOTALLOWED             PIC 9(3) VALUE ZEROES.
       01  WS-BULK-PENDING                PIC 9(3) VALUE ZEROES.
      * --- Two-person approval: reason keyed with F9, the ICDAPR
      * --- request log and the ICDAPRC control (sensitive statuses
      * --- and the days an unapproved request stays open).
       01  GXV-V12REASON                  PIC X(40) VALUE SPACES.
       01  WS-APR-ST                      PIC XX.
           88 APR-ST-OK                               VALUE '00'
                                                            '05'.
       01  WS-APRC-ST                     PIC XX.
           88 APRC-ST-OK                              VALUE '00'
                                                            '05'.
       01  WS-APR-EOF                     PIC X(1) VALUE 'N'.
           88 NO-MORE-APR                             VALUE 'Y'.
       01  WS-APRC-EOF                    PIC X(1) VALUE 'N'.
           88 NO-MORE-APRC                            VALUE 'Y'.
       01  WS-APRC-LOADED                 PIC X(1) VALUE 'N'.
           88 APRC-IS-LOADED                          VALUE 'Y'.
       01  WS-APR-OPEN-FLAG               PIC X(1) VALUE 'N'.
           88 APR-IS-OPEN                             VALUE 'Y'.
       01  WS-APR-EXPDAYS                 PIC 9(3) VALUE 7.
      * --- Parsed fields of one control line: STATUS|x,
      * --- APPROVER|profile or EXPDAYS|nnn.
       01  WS-APRC-PARSE.
           05 WS-C-TAG                    PIC X(8).
           05 WS-C-VALUE                  PIC X(10).
           05 WS-C-VALUE-LEN              PIC S9(3) COMP-3 VALUE 0.
       01  WS-SENS-COUNT                  PIC S9(4) COMP-3 VALUE 0.
       01  WS-SENS-TABLE.
           05 WS-SENS-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-SENS-IDX.
              10 WS-SENS-STS              PIC X(1).
       01  WS-SENS-FOUND                  PIC S9(4) COMP-3 VALUE 0.
      * --- Parsed fields of one request log line:
      * --- PENREQ|PICID|date|time|old|new|requester|reason
      * --- PENDEC|PICID|date|time|APR/REJ/EXP|date|time|user
       01  WS-APR-PARSE.
           05 WS-A-TAG                    PIC X(6).
           05 WS-A-PICID                  PIC X(6).
           05 WS-A-DATE                   PIC X(8).
           05 WS-A-TIME                   PIC X(8).
           05 WS-A-F5                     PIC X(3).
      * --- Requests still open, by PICID and request date/time.
       01  WS-PND-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PND-IDX.
              10 WS-P-PICID               PIC X(6).
              10 WS-P-DATE                PIC X(8).
              10 WS-P-TIME                PIC X(8).
              10 WS-P-OPEN                PIC X(1).
       01  WS-PND-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-APR-RUN-INT                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-APR-REQ-INT                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-APR-REQ-DATE                PIC 9(8) VALUE ZEROES.
       01  WS-SFL-BATCH-SIZE              PIC S9(004) COMP-4 VALUE 4.
       01  GXV-PICSTATUS                  PIC X(1) VALUE SPACES.
       01  GX-SORT-DESC-FLAG              PIC X(1) VALUE 'N'.
                 MOVE V5CPICID OF B0101-I TO GXV-V5CPICID
                 MOVE V6CPICULTN OF B0101-I TO GXV-V6CPICULTNRO
                 MOVE V11BULKSTS OF B0101-I TO GXV-V11BULKSTS
                 MOVE V12REASON OF B0101-I TO GXV-V12REASON
                 MOVE WS-ROW-POS TO GX-S-ROW
                 MOVE WS-COL-POS TO GX-S-COL
                 MOVE ZEROES     TO GX-CSRSET
           MOVE GXV-V5CPICID TO V5CPICID OF B0101-O
           MOVE GXV-V6CPICULTNRO TO V6CPICULTN OF B0101-O
           MOVE GXV-V11BULKSTS TO V11BULKSTS OF B0101-O
           MOVE GXV-V12REASON TO V12REASON OF B0101-O
           PERFORM WRITE-SCREEN
           IF EXC-SFL-RCD-CNT-0002 NOT GREATER 0 AND GX-LOADED
              MOVE 'EL0200' TO GX-WS-FMT
           MOVE ZEROES TO WS-BULK-UPDATED
           MOVE ZEROES TO WS-BULK-LOCKED
           MOVE ZEROES TO WS-BULK-NOTALLOWED
           MOVE ZEROES TO WS-BULK-PENDING
           IF NOT APRC-IS-LOADED
              PERFORM T0002-APR-LOAD-CONTROL
           END-IF
           PERFORM T0002-APR-SENSITIVE
           EVALUATE TRUE
              WHEN GXV-V11BULKSTS = SPACES
                 MOVE 'Indique el estado destino para el cambio masivo.'
            TO MSG-DESCRIPTION
                 PERFORM GX-ADD-ERR-MSG
              WHEN WS-SENS-FOUND GREATER ZERO AND
                   GXV-V12REASON = SPACES
                 MOVE 'Cambio sujeto a aprobación: indique el motivo.'
            TO MSG-DESCRIPTION
                 PERFORM GX-ADD-ERR-MSG
              WHEN EXC-SFL-RCD-CNT-0002 GREATER ZERO
                 IF WS-SENS-FOUND GREATER ZERO
                    PERFORM T0002-APR-LOAD-PENDING
                 END-IF
                 PERFORM T0002-BULK-PRECOUNT
                 SET MORE-SFL-REC TO TRUE
                 PERFORM T0002-BULK-ONE
                   UNTIL NO-MORE-SFL-REC
                 IF APR-IS-OPEN
                    CLOSE GX-APR
                    MOVE 'N' TO WS-APR-OPEN-FLAG
                 END-IF
                 MOVE SPACES TO MSG-DESCRIPTION
                 STRING 'Masivo: ' WS-BULK-UPDATED
                        ' actualizados, ' WS-BULK-PENDING
                        ' pendientes, ' WS-BULK-LOCKED
                        ' trabados, ' WS-BULK-NOTALLOWED
                        ' no permitidos.'
                        DELIMITED BY SIZE INTO MSG-DESCRIPTION
                 PERFORM GX-ADD-MSG
                 IF WS-BULK-PENDING GREATER ZERO
                    MOVE SPACES TO GXV-V12REASON
                 END-IF
                 SET GX-RESTART TO TRUE
                 SET GX-REPOSITION TO TRUE
              WHEN OTHER
                 MOVE 'No hay registros para el cambio masivo.' TO
            MSG-DESCRIPTION
                 PERFORM GX-ADD-MSG
           END-EVALUATE
           CONTINUE.

      * --- Count the rows marked with option 1 before anything is
           MOVE GXV-PICID TO PICID OF F0-ICDNRO-RCD
           MOVE 'reading' TO GX-IO-OP
           MOVE 'F0-ICDNRO' TO GX-IO-XFI
      * --- A sensitive change is never rewritten here, so its
      * --- record is read without taking the update lock.
           IF WS-SENS-FOUND GREATER ZERO
              READ F0-ICDNRO WITH NO LOCK
                   INVALID KEY
                      CONTINUE
              END-READ
           ELSE
              READ F0-ICDNRO
                   INVALID KEY
                      CONTINUE
              END-READ
           END-IF
           PERFORM GX-FILE-STATUS-ANALYSIS
           EVALUATE TRUE
              WHEN GX-IO-LOCKED-FILE OR GX-IO-LOCKED-RCD
                 STRING 'ICDNro ' GXV-PICID ': ya en ese estado.'
                        DELIMITED BY SIZE INTO MSG-DESCRIPTION
                 PERFORM GX-ADD-MSG
              WHEN WS-SENS-FOUND GREATER ZERO
                 PERFORM T0002-APR-REQUEST
              WHEN OTHER
                 MOVE PICSTATUS OF F0-ICDNRO-RCD TO WS-JRN-OLD-STS
                 MOVE GXV-V11BULKSTS TO PICSTATUS OF F0-ICDNRO-RCD
           SET JRN-USER-KNOWN TO TRUE
           CONTINUE.

      * --- ICDAPRC control, read once per session: STATUS|x marks
      * --- another status as sensitive ('C' always is), EXPDAYS|nnn
      * --- the days an unapproved request stays open (default 7).
      * --- APPROVER lines are for GX0B51W and ignored here.
       T0002-APR-LOAD-CONTROL.

           MOVE 1 TO WS-SENS-COUNT
           MOVE 'C' TO WS-SENS-STS (1)
           MOVE 'N' TO WS-APRC-EOF
           OPEN INPUT GX-APRC
           IF APRC-ST-OK
              PERFORM T0002-APR-CONTROL-ONE UNTIL NO-MORE-APRC
              CLOSE GX-APRC
           ELSE
              DISPLAY 'GX0B50W: ICDAPRC OPEN FAILED, STATUS '
                      WS-APRC-ST
           END-IF
           SET APRC-IS-LOADED TO TRUE
           CONTINUE.

       T0002-APR-CONTROL-ONE.

           READ GX-APRC
              AT END
                 MOVE 'Y' TO WS-APRC-EOF
           END-READ
           IF APRC-ST-OK AND NOT NO-MORE-APRC
              MOVE SPACES TO WS-C-TAG WS-C-VALUE
              MOVE 0 TO WS-C-VALUE-LEN
              UNSTRING WS-APRC-LINE DELIMITED BY '|'
                       INTO WS-C-TAG
                            WS-C-VALUE COUNT IN WS-C-VALUE-LEN
              END-UNSTRING
              EVALUATE TRUE
                 WHEN WS-C-TAG = 'STATUS' AND WS-C-VALUE NOT = SPACES
                    IF WS-SENS-COUNT < 20
                       ADD 1 TO WS-SENS-COUNT
                       SET WS-SENS-IDX TO WS-SENS-COUNT
                       MOVE WS-C-VALUE(1:1) TO WS-SENS-STS (WS-SENS-IDX)
                    END-IF
                 WHEN WS-C-TAG = 'EXPDAYS' AND
                      WS-C-VALUE-LEN > 0 AND WS-C-VALUE-LEN < 4
                    IF WS-C-VALUE(1:WS-C-VALUE-LEN) IS NUMERIC
                       MOVE WS-C-VALUE(1:WS-C-VALUE-LEN) TO
                        WS-APR-EXPDAYS
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              IF NOT NO-MORE-APRC
                 DISPLAY 'GX0B50W: ICDAPRC READ FAILED, STATUS '
                         WS-APRC-ST
                 MOVE 'Y' TO WS-APRC-EOF
              END-IF
           END-IF
           CONTINUE.

       T0002-APR-SENSITIVE.

           MOVE 0 TO WS-SENS-FOUND
           PERFORM VARYING WS-SENS-IDX FROM 1 BY 1
                   UNTIL WS-SENS-IDX > WS-SENS-COUNT
              IF WS-SENS-STS (WS-SENS-IDX) = GXV-V11BULKSTS
                 SET WS-SENS-FOUND TO WS-SENS-IDX
              END-IF
           END-PERFORM
           CONTINUE.

      * --- Requests still open: every PENREQ line without a later
      * --- PENDEC line for the same PICID and request date/time,
      * --- and not yet past EXPDAYS (RICDAPX records the expiry).
       T0002-APR-LOAD-PENDING.

           MOVE 0 TO WS-PND-COUNT
           MOVE 'N' TO WS-APR-EOF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-APR-RUN-INT = FUNCTION INTEGER-OF-DATE
               (WS-JRN-DATE)
           OPEN INPUT GX-APR
           IF APR-ST-OK
              PERFORM T0002-APR-READ-ONE UNTIL NO-MORE-APR
              CLOSE GX-APR
           ELSE
              DISPLAY 'GX0B50W: ICDAPR OPEN FAILED, STATUS '
                      WS-APR-ST
           END-IF
           CONTINUE.

       T0002-APR-READ-ONE.

           READ GX-APR
              AT END
                 MOVE 'Y' TO WS-APR-EOF
           END-READ
           IF APR-ST-OK AND NOT NO-MORE-APR
              MOVE SPACES TO WS-A-TAG WS-A-PICID WS-A-DATE
              MOVE SPACES TO WS-A-TIME WS-A-F5
              UNSTRING WS-APR-LINE DELIMITED BY '|'
                       INTO WS-A-TAG WS-A-PICID WS-A-DATE
                            WS-A-TIME WS-A-F5
              END-UNSTRING
              IF WS-A-DATE IS NUMERIC
                 EVALUATE WS-A-TAG
                    WHEN 'PENREQ'
                       MOVE WS-A-DATE TO WS-APR-REQ-DATE
                       COMPUTE WS-APR-REQ-INT = FUNCTION
                           INTEGER-OF-DATE (WS-APR-REQ-DATE)
                       IF WS-APR-RUN-INT - WS-APR-REQ-INT NOT >
                          WS-APR-EXPDAYS AND WS-PND-COUNT < 500
                          ADD 1 TO WS-PND-COUNT
                          SET WS-PND-IDX TO WS-PND-COUNT
                          MOVE WS-A-PICID TO WS-P-PICID (WS-PND-IDX)
                          MOVE WS-A-DATE TO WS-P-DATE (WS-PND-IDX)
                          MOVE WS-A-TIME TO WS-P-TIME (WS-PND-IDX)
                          MOVE 'Y' TO WS-P-OPEN (WS-PND-IDX)
                       END-IF
                    WHEN 'PENDEC'
                       PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                               UNTIL WS-PND-IDX > WS-PND-COUNT
                          IF WS-P-PICID (WS-PND-IDX) = WS-A-PICID AND
                             WS-P-DATE (WS-PND-IDX) = WS-A-DATE AND
                             WS-P-TIME (WS-PND-IDX) = WS-A-TIME
                             MOVE 'N' TO WS-P-OPEN (WS-PND-IDX)
                          END-IF
                       END-PERFORM
                 END-EVALUATE
              END-IF
           ELSE
              IF NOT NO-MORE-APR
                 DISPLAY 'GX0B50W: ICDAPR READ FAILED, STATUS '
                         WS-APR-ST
                 MOVE 'Y' TO WS-APR-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- A sensitive change is only requested here: one PENREQ
      * --- line per record, PENREQ|PICID|date|time|old|new|
      * --- requester|reason. PICSTATUS is left as it is until a
      * --- second user approves the request on GX0B51W.
       T0002-APR-REQUEST.

           MOVE 0 TO WS-PND-FOUND
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
              IF WS-P-PICID (WS-PND-IDX) = GXV-PICID AND
                 WS-P-OPEN (WS-PND-IDX) = 'Y'
                 SET WS-PND-FOUND TO WS-PND-IDX
              END-IF
           END-PERFORM
           IF WS-PND-FOUND GREATER ZERO
              ADD 1 TO WS-BULK-NOTALLOWED
              MOVE SPACES TO MSG-DESCRIPTION
              STRING 'ICDNro ' GXV-PICID
                     ': ya tiene una solicitud pendiente.'
                     DELIMITED BY SIZE INTO MSG-DESCRIPTION
              PERFORM GX-ADD-MSG
           ELSE
              IF NOT APR-IS-OPEN
                 OPEN EXTEND GX-APR
                 IF APR-ST-OK
                    SET APR-IS-OPEN TO TRUE
                 ELSE
                    DISPLAY 'GX0B50W: ICDAPR OPEN FAILED, STATUS '
                            WS-APR-ST
                 END-IF
              END-IF
              IF NOT JRN-USER-KNOWN
                 PERFORM T0002-JRNL-USER
              END-IF
              ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
              ACCEPT WS-JRN-TIME FROM TIME
              IF APR-IS-OPEN
                 MOVE SPACES TO WS-APR-LINE
                 STRING 'PENREQ|' GXV-PICID '|'
                        WS-JRN-DATE '|' WS-JRN-TIME '|'
                        PICSTATUS OF F0-ICDNRO-RCD '|'
                        GXV-V11BULKSTS '|'
                        WS-JRN-USER '|'
                        GXV-V12REASON
                        DELIMITED BY SIZE INTO WS-APR-LINE
                 WRITE WS-APR-LINE
              END-IF
              IF APR-IS-OPEN AND APR-ST-OK
                 ADD 1 TO WS-BULK-PENDING
                 IF WS-PND-COUNT < 500
                    ADD 1 TO WS-PND-COUNT
                    SET WS-PND-IDX TO WS-PND-COUNT
                    MOVE GXV-PICID TO WS-P-PICID (WS-PND-IDX)
                    MOVE WS-JRN-DATE TO WS-P-DATE (WS-PND-IDX)
                    MOVE WS-JRN-TIME TO WS-P-TIME (WS-PND-IDX)
                    MOVE 'Y' TO WS-P-OPEN (WS-PND-IDX)
                 END-IF
                 MOVE SPACES TO MSG-DESCRIPTION
                 STRING 'ICDNro ' GXV-PICID
                        ': pendiente de aprobación.'
                        DELIMITED BY SIZE INTO MSG-DESCRIPTION
                 PERFORM GX-ADD-MSG
              ELSE
                 ADD 1 TO WS-BULK-NOTALLOWED
                 MOVE SPACES TO MSG-DESCRIPTION
                 STRING 'ICDNro ' GXV-PICID
                        ': no se pudo registrar la solicitud.'
                        DELIMITED BY SIZE INTO MSG-DESCRIPTION
                 PERFORM GX-ADD-MSG
              END-IF
           END-IF
           CONTINUE.

       T0002-PRINT-EXPORT.

           MOVE 'N' TO WS-EXPORT-ERR-FLAG
