       PROCESS
               APOST.
       IDENTIFICATION DIVISION.

       PROGRAM-ID.               RICDAPX.
      * Description: ICDNro Pending Request Expiry
      * 2026-10-15  A request decided on ICDAPR frees its table slot
      *             as the log is read, so the table holds only the
      *             requests still open and never fills with
      *             decided ones as the log grows.
      * 2026-10-15  Initial version. Daily batch over the request
      *             log ICDAPR of the two-person approval of
      *             sensitive ICDNro status changes (GX0B50W raises
      *             the requests, GX0B51W decides them). Every
      *             request still open after the EXPDAYS of the
      *             ICDAPRC control (default 7) is closed with a
      *             PENDEC ... EXP line under user RICDAPX, so the
      *             PICID can be requested again; the report APXRPT
      *             lists the requests expired by this run and
      *             those still waiting for a second user.
       AUTHOR.                   MAINTENANCE
                                 FOR IBM COBOL/400.
       DATE-WRITTEN.             15 de Octubre de 2026.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.          IBM-AS400.
       OBJECT-COMPUTER.          IBM-AS400.
       SPECIAL-NAMES.            DECIMAL-POINT IS COMMA
                                 .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GX-APR ASSIGN TO DISK-ICDAPR
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-APR-ST.
           SELECT OPTIONAL GX-APRC ASSIGN TO DISK-ICDAPRC
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-APRC-ST.
           SELECT GX-APXRPT ASSIGN TO DISK-APXRPT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-APXRPT-ST.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  GX-APR.
       01  WS-APR-LINE      PIC X(132).
       FD  GX-APRC.
       01  WS-APRC-LINE     PIC X(80).
       FD  GX-APXRPT.
       01  WS-APXRPT-LINE   PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-APR-ST                      PIC XX.
           88 APR-ST-OK                                VALUE '00'
                                                             '05'.
       01  WS-APRC-ST                     PIC XX.
           88 APRC-ST-OK                               VALUE '00'
                                                             '05'.
       01  WS-APXRPT-ST                   PIC XX.
           88 APXRPT-ST-OK                             VALUE '00'.
       01  WS-APR-EOF                     PIC X(1) VALUE 'N'.
           88 NO-MORE-APR                              VALUE 'Y'.
       01  WS-APRC-EOF                    PIC X(1) VALUE 'N'.
           88 NO-MORE-APRC                             VALUE 'Y'.
       01  WS-RUN-DATE                    PIC 9(8) VALUE ZEROES.
       01  WS-RUN-TIME                    PIC 9(8) VALUE ZEROES.
       01  WS-RUN-USER                    PIC X(10) VALUE 'RICDAPX'.
       01  WS-APR-EXPDAYS                 PIC 9(3) VALUE 7.
       01  WS-APRC-PARSE.
           05 WS-C-TAG                    PIC X(8).
           05 WS-C-VALUE                  PIC X(10).
           05 WS-C-VALUE-LEN              PIC S9(3) COMP-3 VALUE 0.
      * --- Parsed fields of one request log line:
      * --- PENREQ|PICID|date|time|old|new|requester|reason
      * --- PENDEC|PICID|date|time|APR/REJ/EXP|date|time|user
       01  WS-APR-PARSE.
           05 WS-A-TAG                    PIC X(6).
           05 WS-A-PICID                  PIC X(6).
           05 WS-A-DATE                   PIC X(8).
           05 WS-A-TIME                   PIC X(8).
           05 WS-A-F5                     PIC X(3).
           05 WS-A-F6                     PIC X(8).
           05 WS-A-F7                     PIC X(10).
           05 WS-A-F8                     PIC X(40).
       01  WS-REQ-COUNT                   PIC S9(5) COMP-3 VALUE 0.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-REQ-IDX.
              10 WS-Q-PICID               PIC X(6).
              10 WS-Q-DATE                PIC X(8).
              10 WS-Q-TIME                PIC X(8).
              10 WS-Q-OLD                 PIC X(1).
              10 WS-Q-NEW                 PIC X(1).
              10 WS-Q-USER                PIC X(10).
              10 WS-Q-REASON              PIC X(40).
              10 WS-Q-OPEN                PIC X(1).
       01  WS-REQ-FOUND                   PIC S9(5) COMP-3 VALUE 0.
       01  WS-REQ-FULL-FLAG               PIC X(1) VALUE 'N'.
       01  WS-RUN-INT                     PIC S9(9) COMP-3 VALUE 0.
       01  WS-REQ-INT                     PIC S9(9) COMP-3 VALUE 0.
       01  WS-REQ-AGE                     PIC 9(5) VALUE ZEROES.
       01  WS-REQ-DATE-N                  PIC 9(8) VALUE ZEROES.
       01  WS-TOTALS.
           05 WS-TOT-REQUESTS             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-DECIDED              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-EXPIRED              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-PENDING              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ERRORS               PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-DATE)
           PERFORM APX-LOAD-CONTROL
           MOVE 'N' TO WS-APR-EOF
           OPEN INPUT GX-APR
           IF NOT APR-ST-OK
              DISPLAY 'RICDAPX: ICDAPR OPEN FAILED, STATUS '
                      WS-APR-ST
              GOBACK
           END-IF
           PERFORM APX-READ-ONE UNTIL NO-MORE-APR
           CLOSE GX-APR
           OPEN OUTPUT GX-APXRPT
           IF NOT APXRPT-ST-OK
              DISPLAY 'RICDAPX: REPORT OPEN FAILED, STATUS '
                      WS-APXRPT-ST
              GOBACK
           END-IF
           MOVE SPACES TO WS-APXRPT-LINE
           STRING 'ICDNRO PENDING STATUS REQUESTS ' WS-RUN-DATE
                  '  EXPIRY DAYS ' WS-APR-EXPDAYS
                  DELIMITED BY SIZE INTO WS-APXRPT-LINE
           WRITE WS-APXRPT-LINE
           OPEN EXTEND GX-APR
           IF NOT APR-ST-OK
              DISPLAY 'RICDAPX: ICDAPR OPEN FAILED, STATUS '
                      WS-APR-ST
              CLOSE GX-APXRPT
              GOBACK
           END-IF
           MOVE SPACES TO WS-APXRPT-LINE
           WRITE WS-APXRPT-LINE
           MOVE 'EXPIRED BY THIS RUN' TO WS-APXRPT-LINE
           WRITE WS-APXRPT-LINE
           IF WS-REQ-COUNT > 0
              PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                      UNTIL WS-REQ-IDX > WS-REQ-COUNT
                 IF WS-Q-OPEN (WS-REQ-IDX) = 'Y'
                    PERFORM APX-AGE-REQUEST
                    IF WS-REQ-AGE > WS-APR-EXPDAYS
                       PERFORM APX-EXPIRE-ONE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE GX-APR
           IF WS-TOT-EXPIRED = 0
              MOVE '  (NONE)' TO WS-APXRPT-LINE
              WRITE WS-APXRPT-LINE
           END-IF
           PERFORM APX-PRINT-PENDING
           MOVE SPACES TO WS-APXRPT-LINE
           WRITE WS-APXRPT-LINE
           MOVE SPACES TO WS-APXRPT-LINE
           STRING 'REQUESTS ' WS-TOT-REQUESTS
                  ' DECIDED ' WS-TOT-DECIDED
                  ' EXPIRED ' WS-TOT-EXPIRED
                  ' PENDING ' WS-TOT-PENDING
                  ' ERRORS ' WS-TOT-ERRORS
                  DELIMITED BY SIZE INTO WS-APXRPT-LINE
           WRITE WS-APXRPT-LINE
           CLOSE GX-APXRPT
           DISPLAY 'RICDAPX: ' WS-RUN-DATE
                   ' REQUESTS ' WS-TOT-REQUESTS
                   ' EXPIRED ' WS-TOT-EXPIRED
                   ' PENDING ' WS-TOT-PENDING
                   ' ERRORS ' WS-TOT-ERRORS
           GOBACK
           CONTINUE.

      * --- ICDAPRC control: only EXPDAYS|nnn is used here.
       APX-LOAD-CONTROL.

           MOVE 'N' TO WS-APRC-EOF
           OPEN INPUT GX-APRC
           IF APRC-ST-OK
              PERFORM APX-CONTROL-ONE UNTIL NO-MORE-APRC
              CLOSE GX-APRC
           ELSE
              DISPLAY 'RICDAPX: ICDAPRC OPEN FAILED, STATUS '
                      WS-APRC-ST
           END-IF
           CONTINUE.

       APX-CONTROL-ONE.

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
              IF WS-C-TAG = 'EXPDAYS' AND
                 WS-C-VALUE-LEN > 0 AND WS-C-VALUE-LEN < 4
                 IF WS-C-VALUE(1:WS-C-VALUE-LEN) IS NUMERIC
                    MOVE WS-C-VALUE(1:WS-C-VALUE-LEN) TO
                     WS-APR-EXPDAYS
                 END-IF
              END-IF
           ELSE
              IF NOT NO-MORE-APRC
                 DISPLAY 'RICDAPX: ICDAPRC READ FAILED, STATUS '
                         WS-APRC-ST
                 MOVE 'Y' TO WS-APRC-EOF
              END-IF
           END-IF
           CONTINUE.

       APX-READ-ONE.

           READ GX-APR
              AT END
                 MOVE 'Y' TO WS-APR-EOF
           END-READ
           IF APR-ST-OK AND NOT NO-MORE-APR
              MOVE SPACES TO WS-A-TAG WS-A-PICID WS-A-DATE WS-A-TIME
              MOVE SPACES TO WS-A-F5 WS-A-F6 WS-A-F7 WS-A-F8
              UNSTRING WS-APR-LINE DELIMITED BY '|'
                       INTO WS-A-TAG WS-A-PICID WS-A-DATE WS-A-TIME
                            WS-A-F5 WS-A-F6 WS-A-F7 WS-A-F8
              END-UNSTRING
              IF WS-A-DATE IS NUMERIC
                 EVALUATE WS-A-TAG
                    WHEN 'PENREQ'
                       PERFORM APX-ADD-REQUEST
                    WHEN 'PENDEC'
                       MOVE 0 TO WS-REQ-FOUND
                       IF WS-REQ-COUNT > 0
                          PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                                  UNTIL WS-REQ-IDX > WS-REQ-COUNT
                             IF WS-Q-PICID (WS-REQ-IDX) = WS-A-PICID
                                AND WS-Q-DATE (WS-REQ-IDX) = WS-A-DATE
                                AND WS-Q-TIME (WS-REQ-IDX) = WS-A-TIME
                                SET WS-REQ-FOUND TO WS-REQ-IDX
                             END-IF
                          END-PERFORM
                       END-IF
                       IF WS-REQ-FOUND > 0
                          ADD 1 TO WS-TOT-DECIDED
                          PERFORM APX-DROP-REQUEST
                       END-IF
                 END-EVALUATE
              END-IF
           ELSE
              IF NOT NO-MORE-APR
                 DISPLAY 'RICDAPX: ICDAPR READ FAILED, STATUS '
                         WS-APR-ST
                 MOVE 'Y' TO WS-APR-EOF
              END-IF
           END-IF
           CONTINUE.

       APX-ADD-REQUEST.

           ADD 1 TO WS-TOT-REQUESTS
           IF WS-REQ-COUNT < 2000
              ADD 1 TO WS-REQ-COUNT
              SET WS-REQ-IDX TO WS-REQ-COUNT
              MOVE WS-A-PICID TO WS-Q-PICID (WS-REQ-IDX)
              MOVE WS-A-DATE TO WS-Q-DATE (WS-REQ-IDX)
              MOVE WS-A-TIME TO WS-Q-TIME (WS-REQ-IDX)
              MOVE WS-A-F5(1:1) TO WS-Q-OLD (WS-REQ-IDX)
              MOVE WS-A-F6(1:1) TO WS-Q-NEW (WS-REQ-IDX)
              MOVE WS-A-F7 TO WS-Q-USER (WS-REQ-IDX)
              MOVE WS-A-F8 TO WS-Q-REASON (WS-REQ-IDX)
              MOVE 'Y' TO WS-Q-OPEN (WS-REQ-IDX)
           ELSE
              IF WS-REQ-FULL-FLAG = 'N'
                 MOVE 'Y' TO WS-REQ-FULL-FLAG
                 DISPLAY 'RICDAPX: REQUEST TABLE FULL, LATER '
                         'REQUESTS NOT CHECKED'
              END-IF
           END-IF
           CONTINUE.

      * --- A decided request gives up its slot: the later entries
      * --- move up one, keeping log order, so the table only ever
      * --- holds requests still waiting for a decision.
       APX-DROP-REQUEST.

           PERFORM VARYING WS-REQ-IDX FROM WS-REQ-FOUND BY 1
                   UNTIL WS-REQ-IDX NOT < WS-REQ-COUNT
              MOVE WS-REQ-ENTRY (WS-REQ-IDX + 1) TO
               WS-REQ-ENTRY (WS-REQ-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-REQ-COUNT
           CONTINUE.

       APX-AGE-REQUEST.

           MOVE WS-Q-DATE (WS-REQ-IDX) TO WS-REQ-DATE-N
           COMPUTE WS-REQ-INT = FUNCTION INTEGER-OF-DATE
               (WS-REQ-DATE-N)
           COMPUTE WS-REQ-AGE = WS-RUN-INT - WS-REQ-INT
           CONTINUE.

       APX-EXPIRE-ONE.

           MOVE SPACES TO WS-APR-LINE
           STRING 'PENDEC|' WS-Q-PICID (WS-REQ-IDX) '|'
                  WS-Q-DATE (WS-REQ-IDX) '|'
                  WS-Q-TIME (WS-REQ-IDX) '|'
                  'EXP|' WS-RUN-DATE '|' WS-RUN-TIME '|'
                  WS-RUN-USER
                  DELIMITED BY SIZE INTO WS-APR-LINE
           WRITE WS-APR-LINE
           IF APR-ST-OK
              ADD 1 TO WS-TOT-EXPIRED
              MOVE 'N' TO WS-Q-OPEN (WS-REQ-IDX)
              PERFORM APX-LIST-ONE
           ELSE
              ADD 1 TO WS-TOT-ERRORS
              DISPLAY 'RICDAPX: ICDAPR WRITE FAILED, STATUS '
                      WS-APR-ST ' PICID ' WS-Q-PICID (WS-REQ-IDX)
           END-IF
           CONTINUE.

       APX-PRINT-PENDING.

           MOVE SPACES TO WS-APXRPT-LINE
           WRITE WS-APXRPT-LINE
           MOVE 'STILL PENDING APPROVAL' TO WS-APXRPT-LINE
           WRITE WS-APXRPT-LINE
           IF WS-REQ-COUNT > 0
              PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                      UNTIL WS-REQ-IDX > WS-REQ-COUNT
                 IF WS-Q-OPEN (WS-REQ-IDX) = 'Y'
                    ADD 1 TO WS-TOT-PENDING
                    PERFORM APX-AGE-REQUEST
                    PERFORM APX-LIST-ONE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-TOT-PENDING = 0
              MOVE '  (NONE)' TO WS-APXRPT-LINE
              WRITE WS-APXRPT-LINE
           END-IF
           CONTINUE.

       APX-LIST-ONE.

           MOVE SPACES TO WS-APXRPT-LINE
           STRING '  ' WS-Q-PICID (WS-REQ-IDX)
                  ' ' WS-Q-OLD (WS-REQ-IDX)
                  ' -> ' WS-Q-NEW (WS-REQ-IDX)
                  ' REQ ' WS-Q-DATE (WS-REQ-IDX)
                  ' ' WS-Q-TIME (WS-REQ-IDX)
                  ' BY ' WS-Q-USER (WS-REQ-IDX)
                  ' AGE ' WS-REQ-AGE
                  ' ' WS-Q-REASON (WS-REQ-IDX)
                  DELIMITED BY SIZE INTO WS-APXRPT-LINE
           WRITE WS-APXRPT-LINE
           CONTINUE.
