       PROCESS
               APOST.
       IDENTIFICATION DIVISION.

       PROGRAM-ID.               RICDFCS.
      * Description: ICDNro Range Exhaustion Forecast
      * 2026-10-15  Initial version. Reads every live range on
      *             IICDNR (closed 'C' ranges left out; archived
      *             ranges are on IICDNRA, not here) and measures
      *             its consumption per day over the last 30 and 90
      *             days from the RICDSNP usage history ICDHST. The
      *             base for each window is the last snapshot on or
      *             before the window start, or the oldest one after
      *             it while the history is still shorter than the
      *             window. The faster of the two rates is projected
      *             against the range's upper limit, so a recent
      *             burst is not averaged away. The limit, owning
      *             team and team mailbox come from the range table
      *             ICDLIM (PICID|LIMIT|TEAM|MAILBOX|HORIZON, the
      *             warning horizon in days, 60 when left blank).
      *             Ranges already at the limit or projected to reach
      *             it within the horizon are listed and queued on
      *             MAILQUE, one request per team mailbox. Ranges
      *             with no ICDLIM line are reported as NO LIMIT.
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
           SELECT F0-ICDNRO ASSIGN TO DATABASE-IICDNR INDEXED
                  ACCESS DYNAMIC RECORD EXTERNALLY-DESCRIBED-KEY
                   STATUS V-FS.
           SELECT OPTIONAL GX-ICDLIM ASSIGN TO DISK-ICDLIM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-ICDLIM-ST.
           SELECT OPTIONAL GX-ICDHST ASSIGN TO DISK-ICDHST
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-ICDHST-ST.
           SELECT GX-MAILQ ASSIGN TO DISK-MAILQUE
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-MAILQ-ST.
           SELECT GX-FCSRPT ASSIGN TO DISK-FCSRPT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-FCSRPT-ST.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  F0-ICDNRO LABEL RECORDS ARE OMITTED.
       01  F0-ICDNRO-RCD.
           COPY DDSR-ALL-FORMATS OF IICDNR.
       FD  GX-ICDLIM.
       01  WS-ICDLIM-LINE   PIC X(200).
       FD  GX-ICDHST.
       01  WS-ICDHST-LINE   PIC X(80).
       FD  GX-MAILQ.
       01  WS-MAILQ-LINE    PIC X(600).
       FD  GX-FCSRPT.
       01  WS-FCSRPT-LINE   PIC X(132).
       WORKING-STORAGE SECTION.

       01  V-FS                           PIC XX.
       01  WS-ICDLIM-ST                   PIC XX.
           88 ICDLIM-ST-OK                             VALUE '00'
                                                              '05'.
       01  WS-ICDHST-ST                   PIC XX.
           88 ICDHST-ST-OK                             VALUE '00'
                                                              '05'.
       01  WS-MAILQ-ST                    PIC XX.
           88 MAILQ-ST-OK                              VALUE '00'.
       01  WS-FCSRPT-ST                   PIC XX.
           88 FCSRPT-ST-OK                             VALUE '00'.
       01  WS-ICD-EOF                     PIC X(1) VALUE 'N'.
           88 NO-MORE-ICDNRO                           VALUE 'Y'.
       01  WS-ICDLIM-EOF                  PIC X(1) VALUE 'N'.
           88 NO-MORE-ICDLIM                           VALUE 'Y'.
       01  WS-ICDHST-EOF                  PIC X(1) VALUE 'N'.
           88 NO-MORE-ICDHST                           VALUE 'Y'.
       01  WS-MAILQ-FAILED-FLAG           PIC X(1) VALUE 'N'.
           88 MAILQ-WRITE-FAILED                       VALUE 'Y'.
           88 MAILQ-WRITE-OK                           VALUE 'N'.
       01  WS-CLOSED-STATUS               PIC X(1) VALUE 'C'.
       01  WS-DEFAULT-HORIZON             PIC 9(3) VALUE 60.
      * --- Parsed fields of one range table line:
      * --- PICID|LIMIT|TEAM|MAILBOX|HORIZON
       01  WS-LIM-PARSE.
           05 WS-L-PICID-X                PIC X(6).
           05 WS-L-LIMIT-X                PIC X(18).
           05 WS-L-TEAM-X                 PIC X(10).
           05 WS-L-MAILBOX-X              PIC X(60).
           05 WS-L-HORIZON-X              PIC X(3).
           05 WS-L-LIMIT-LEN              PIC S9(3) COMP-3 VALUE 0.
           05 WS-L-HORIZON-LEN            PIC S9(3) COMP-3 VALUE 0.
      * --- Range table, one entry per PICID.
       01  WS-LIM-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-LIM-TABLE.
           05 WS-LIM-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-LIM-IDX.
              10 WS-L-PICID               PIC X(6).
              10 WS-L-LIMIT               PIC 9(18).
              10 WS-L-TEAM                PIC X(10).
              10 WS-L-MAILBOX             PIC X(60).
              10 WS-L-HORIZON             PIC 9(3).
       01  WS-LIM-FOUND                   PIC S9(4) COMP-3 VALUE 0.
      * --- Parsed fields of one history line: date|PICID|PICULTNRO
       01  WS-HST-PARSE.
           05 WS-H-DATE-X                 PIC X(8).
           05 WS-H-PICID-X                PIC X(6).
           05 WS-H-NRO-X                  PIC X(18).
           05 WS-H-DATE                   PIC 9(8) VALUE ZEROES.
           05 WS-H-NRO                    PIC 9(18) VALUE ZEROES.
      * --- Live ranges, loaded in IICDNR key order so the history
      * --- lines can be matched with SEARCH ALL.
       01  WS-RNG-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-RNG-TABLE.
           05 WS-RNG-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-RNG-COUNT
                            ASCENDING KEY IS WS-R-PICID
                            INDEXED BY WS-RNG-IDX WS-RNG-IDX2.
              10 WS-R-PICID               PIC X(6).
              10 WS-R-STATUS              PIC X(1).
              10 WS-R-ULTNRO              PIC 9(18).
              10 WS-R-LIM-FOUND           PIC S9(4) COMP-3.
              10 WS-R-B30-DATE            PIC 9(8).
              10 WS-R-B30-NRO             PIC 9(18).
              10 WS-R-B90-DATE            PIC 9(8).
              10 WS-R-B90-NRO             PIC 9(18).
              10 WS-R-RATE30              PIC 9(13)V99.
              10 WS-R-RATE90              PIC 9(13)V99.
              10 WS-R-DAYS-LEFT           PIC 9(5).
              10 WS-R-EXH-DATE            PIC 9(8).
              10 WS-R-FLAG                PIC X(10).
                 88 WS-R-RUNS-OUT              VALUE 'EXHAUSTED'
                                                     'AT RISK'.
              10 WS-R-MAILED              PIC X(1).
       01  WS-RNG-FULL-FLAG               PIC X(1) VALUE 'N'.
       01  WS-DATE-WORK.
           05 WS-RUN-INT                  PIC S9(9) COMP-3 VALUE 0.
           05 WS-BASE-INT                 PIC S9(9) COMP-3 VALUE 0.
           05 WS-EXH-INT                  PIC S9(9) COMP-3 VALUE 0.
           05 WS-ELAPSED                  PIC S9(9) COMP-3 VALUE 0.
       01  WS-RUN-DATE                    PIC 9(8) VALUE ZEROES.
       01  WS-CUT30-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-CUT90-DATE                  PIC 9(8) VALUE ZEROES.
       01  WS-PROJ-WORK.
           05 WS-REMAIN                   PIC 9(18) VALUE ZEROES.
           05 WS-PROJ-RATE                PIC 9(13)V99 VALUE ZEROES.
           05 WS-DAYS-LEFT-W              PIC 9(18) VALUE ZEROES.
      * --- Report edit fields.
       01  WS-ED-RATE30                   PIC Z(12)9,99.
       01  WS-ED-RATE90                   PIC Z(12)9,99.
       01  WS-ED-LIMIT                    PIC 9(18).
       01  WS-ED-TEAM                     PIC X(10).
      * --- The mail being built for one team mailbox.
       01  WS-TEAM-MAILBOX                PIC X(60) VALUE SPACES.
       01  WS-TEAM-NAME                   PIC X(10) VALUE SPACES.
       01  WS-TEAM-LIST                   PIC X(220) VALUE SPACES.
       01  WS-TEAM-PTR                    PIC S9(4) COMP-3 VALUE 0.
       01  WS-TEAM-RANGES                 PIC 9(4) VALUE ZEROES.
      * --- ACMMAIL arguments, same shapes every enqueuer records.
       01  GXV-V31ARCHIVO                 PIC X(8) VALUE SPACES.
       01  GXV-V32DIRMAIL                 PIC X(253) VALUE SPACES.
       01  GXV-V33NOMARCH                 PIC X(10) VALUE SPACES.
       01  GXV-V34TEXTO                   PIC X(254) VALUE SPACES.
       01  WS-TOTALS.
           05 WS-TOT-READ                 PIC 9(7) VALUE ZEROES.
           05 WS-TOT-CLOSED               PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ACTIVE               PIC 9(7) VALUE ZEROES.
           05 WS-TOT-HISTORY              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-AT-RISK              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-EXHAUSTED            PIC 9(7) VALUE ZEROES.
           05 WS-TOT-NO-LIMIT             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-NO-HISTORY           PIC 9(7) VALUE ZEROES.
           05 WS-TOT-QUEUED               PIC 9(7) VALUE ZEROES.
           05 WS-TOT-QUEUE-FAILED         PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-DATE)
           COMPUTE WS-CUT30-DATE =
                  FUNCTION DATE-OF-INTEGER (WS-RUN-INT - 30)
           COMPUTE WS-CUT90-DATE =
                  FUNCTION DATE-OF-INTEGER (WS-RUN-INT - 90)
           OPEN INPUT GX-ICDLIM
           IF NOT ICDLIM-ST-OK
              DISPLAY 'RICDFCS: ICDLIM OPEN FAILED, STATUS '
                      WS-ICDLIM-ST
              GOBACK
           END-IF
           PERFORM FCS-LOAD-ONE-LIMIT UNTIL NO-MORE-ICDLIM
           CLOSE GX-ICDLIM
           OPEN INPUT F0-ICDNRO
           IF V-FS NOT = '00'
              DISPLAY 'RICDFCS: IICDNR OPEN FAILED, STATUS ' V-FS
              GOBACK
           END-IF
           MOVE LOW-VALUE TO PICID OF F0-ICDNRO-RCD
           START F0-ICDNRO KEY IS >= PICID OF F0-ICDNRO-RCD
              INVALID KEY
                 MOVE 'Y' TO WS-ICD-EOF
           END-START
           PERFORM FCS-LOAD-ONE-RANGE UNTIL NO-MORE-ICDNRO
           CLOSE F0-ICDNRO
           OPEN INPUT GX-ICDHST
           IF NOT ICDHST-ST-OK
              DISPLAY 'RICDFCS: ICDHST OPEN FAILED, STATUS '
                      WS-ICDHST-ST
              GOBACK
           END-IF
           IF WS-RNG-COUNT > 0
              PERFORM FCS-READ-ONE-HISTORY UNTIL NO-MORE-ICDHST
           END-IF
           CLOSE GX-ICDHST
           OPEN OUTPUT GX-FCSRPT
           IF NOT FCSRPT-ST-OK
              DISPLAY 'RICDFCS: REPORT OPEN FAILED, STATUS '
                      WS-FCSRPT-ST
              GOBACK
           END-IF
           MOVE SPACES TO WS-FCSRPT-LINE
           STRING 'ICDNRO RANGE EXHAUSTION FORECAST AS OF '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           PERFORM FCS-PRINT-RANGES
           PERFORM FCS-PRINT-AT-RISK
           PERFORM FCS-PRINT-TOTALS
           CLOSE GX-FCSRPT
           DISPLAY 'RICDFCS: ACTIVE ' WS-TOT-ACTIVE
                   ' AT RISK ' WS-TOT-AT-RISK
                   ' EXHAUSTED ' WS-TOT-EXHAUSTED
                   ' NO LIMIT ' WS-TOT-NO-LIMIT
                   ' MAILS ' WS-TOT-QUEUED
           GOBACK
           CONTINUE.

      * --- A line without a PICID, a mailbox or a numeric limit
      * --- above zero is reported and ignored, so a typo never
      * --- leaves a range watched by nobody without a trace.
       FCS-LOAD-ONE-LIMIT.

           READ GX-ICDLIM
              AT END
                 MOVE 'Y' TO WS-ICDLIM-EOF
           END-READ
           IF ICDLIM-ST-OK AND NOT NO-MORE-ICDLIM
              IF WS-ICDLIM-LINE NOT = SPACES AND
                 WS-ICDLIM-LINE(1:1) NOT = '*'
                 MOVE SPACES TO WS-L-PICID-X WS-L-LIMIT-X
                 MOVE SPACES TO WS-L-TEAM-X WS-L-MAILBOX-X
                 MOVE SPACES TO WS-L-HORIZON-X
                 MOVE 0 TO WS-L-LIMIT-LEN WS-L-HORIZON-LEN
                 UNSTRING WS-ICDLIM-LINE DELIMITED BY '|'
                          INTO WS-L-PICID-X
                               WS-L-LIMIT-X COUNT IN WS-L-LIMIT-LEN
                               WS-L-TEAM-X WS-L-MAILBOX-X
                               WS-L-HORIZON-X
                                  COUNT IN WS-L-HORIZON-LEN
                 END-UNSTRING
                 IF WS-L-LIMIT-LEN < 1 OR WS-L-LIMIT-LEN > 18
                    MOVE 'X' TO WS-L-LIMIT-X
                    MOVE 1 TO WS-L-LIMIT-LEN
                 END-IF
                 IF WS-L-HORIZON-LEN > 3
                    MOVE 'X' TO WS-L-HORIZON-X
                    MOVE 1 TO WS-L-HORIZON-LEN
                 END-IF
                 IF WS-L-PICID-X = SPACES OR
                    WS-L-MAILBOX-X = SPACES OR
                    WS-L-LIMIT-X(1:WS-L-LIMIT-LEN) NOT NUMERIC OR
                    WS-L-LIMIT-X(1:WS-L-LIMIT-LEN) = ZEROES
                    DISPLAY 'RICDFCS: RANGE LINE IGNORED: '
                            WS-ICDLIM-LINE(1:60)
                 ELSE
                    IF WS-L-HORIZON-LEN > 0 AND
                       WS-L-HORIZON-X(1:WS-L-HORIZON-LEN) NOT NUMERIC
                       DISPLAY 'RICDFCS: HORIZON NOT NUMERIC, '
                               'DEFAULT USED: ' WS-ICDLIM-LINE(1:60)
                       MOVE 0 TO WS-L-HORIZON-LEN
                    END-IF
                    IF WS-LIM-COUNT < 500
                       ADD 1 TO WS-LIM-COUNT
                       SET WS-LIM-IDX TO WS-LIM-COUNT
                       MOVE WS-L-PICID-X TO WS-L-PICID (WS-LIM-IDX)
                       MOVE WS-L-LIMIT-X(1:WS-L-LIMIT-LEN) TO
                        WS-L-LIMIT (WS-LIM-IDX)
                       MOVE WS-L-TEAM-X TO WS-L-TEAM (WS-LIM-IDX)
                       MOVE WS-L-MAILBOX-X TO
                        WS-L-MAILBOX (WS-LIM-IDX)
                       IF WS-L-HORIZON-LEN > 0
                          MOVE WS-L-HORIZON-X(1:WS-L-HORIZON-LEN) TO
                           WS-L-HORIZON (WS-LIM-IDX)
                       ELSE
                          MOVE WS-DEFAULT-HORIZON TO
                           WS-L-HORIZON (WS-LIM-IDX)
                       END-IF
                    ELSE
                       DISPLAY 'RICDFCS: RANGE TABLE FULL, IGNORED: '
                               WS-ICDLIM-LINE(1:60)
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF NOT NO-MORE-ICDLIM
                 DISPLAY 'RICDFCS: ICDLIM READ FAILED, STATUS '
                         WS-ICDLIM-ST
                 MOVE 'Y' TO WS-ICDLIM-EOF
              END-IF
           END-IF
           CONTINUE.

       FCS-LOAD-ONE-RANGE.

           READ F0-ICDNRO NEXT
              AT END
                 MOVE 'Y' TO WS-ICD-EOF
           END-READ
           IF NO-MORE-ICDNRO
              CONTINUE
           ELSE
              IF V-FS = '00'
                 ADD 1 TO WS-TOT-READ
                 IF PICSTATUS OF F0-ICDNRO-RCD = WS-CLOSED-STATUS
                    ADD 1 TO WS-TOT-CLOSED
                 ELSE
                    PERFORM FCS-ADD-RANGE
                 END-IF
              ELSE
                 IF V-FS = '10' OR V-FS = '23'
                    MOVE 'Y' TO WS-ICD-EOF
                 ELSE
                    DISPLAY 'RICDFCS: IICDNR READ FAILED, STATUS '
                            V-FS
                    MOVE 'Y' TO WS-ICD-EOF
                 END-IF
              END-IF
           END-IF
           CONTINUE.

       FCS-ADD-RANGE.

           IF WS-RNG-COUNT < 2000
              ADD 1 TO WS-RNG-COUNT
              ADD 1 TO WS-TOT-ACTIVE
              SET WS-RNG-IDX TO WS-RNG-COUNT
              MOVE PICID OF F0-ICDNRO-RCD TO WS-R-PICID (WS-RNG-IDX)
              MOVE PICSTATUS OF F0-ICDNRO-RCD TO
               WS-R-STATUS (WS-RNG-IDX)
              MOVE PICULTNRO OF F0-ICDNRO-RCD TO
               WS-R-ULTNRO (WS-RNG-IDX)
              MOVE ZEROES TO WS-R-B30-DATE (WS-RNG-IDX)
              MOVE ZEROES TO WS-R-B30-NRO (WS-RNG-IDX)
              MOVE ZEROES TO WS-R-B90-DATE (WS-RNG-IDX)
              MOVE ZEROES TO WS-R-B90-NRO (WS-RNG-IDX)
              MOVE ZEROES TO WS-R-RATE30 (WS-RNG-IDX)
              MOVE ZEROES TO WS-R-RATE90 (WS-RNG-IDX)
              MOVE ZEROES TO WS-R-DAYS-LEFT (WS-RNG-IDX)
              MOVE ZEROES TO WS-R-EXH-DATE (WS-RNG-IDX)
              MOVE SPACES TO WS-R-FLAG (WS-RNG-IDX)
              MOVE 'N' TO WS-R-MAILED (WS-RNG-IDX)
              MOVE 0 TO WS-LIM-FOUND
              IF WS-LIM-COUNT > 0
                 PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                         UNTIL WS-LIM-IDX > WS-LIM-COUNT
                    IF WS-L-PICID (WS-LIM-IDX) =
                       WS-R-PICID (WS-RNG-IDX)
                       SET WS-LIM-FOUND TO WS-LIM-IDX
                    END-IF
                 END-PERFORM
              END-IF
              MOVE WS-LIM-FOUND TO WS-R-LIM-FOUND (WS-RNG-IDX)
           ELSE
              IF WS-RNG-FULL-FLAG = 'N'
                 MOVE 'Y' TO WS-RNG-FULL-FLAG
                 DISPLAY 'RICDFCS: RANGE TABLE FULL, LATER RANGES '
                         'NOT FORECAST'
              END-IF
           END-IF
           CONTINUE.

      * --- Only snapshots taken before today serve as a base; the
      * --- current number is the live PICULTNRO just read.
       FCS-READ-ONE-HISTORY.

           READ GX-ICDHST
              AT END
                 MOVE 'Y' TO WS-ICDHST-EOF
           END-READ
           IF ICDHST-ST-OK AND NOT NO-MORE-ICDHST
              MOVE SPACES TO WS-H-DATE-X WS-H-PICID-X WS-H-NRO-X
              UNSTRING WS-ICDHST-LINE DELIMITED BY '|'
                       INTO WS-H-DATE-X WS-H-PICID-X WS-H-NRO-X
              END-UNSTRING
              IF WS-H-DATE-X IS NUMERIC AND WS-H-NRO-X IS NUMERIC
                 MOVE WS-H-DATE-X TO WS-H-DATE
                 MOVE WS-H-NRO-X TO WS-H-NRO
                 IF WS-H-DATE < WS-RUN-DATE
                    SEARCH ALL WS-RNG-ENTRY
                       AT END
                          CONTINUE
                       WHEN WS-R-PICID (WS-RNG-IDX) = WS-H-PICID-X
                          ADD 1 TO WS-TOT-HISTORY
                          PERFORM FCS-TAKE-BASE
                    END-SEARCH
                 END-IF
              END-IF
           ELSE
              IF NOT NO-MORE-ICDHST
                 DISPLAY 'RICDFCS: ICDHST READ FAILED, STATUS '
                         WS-ICDHST-ST
                 MOVE 'Y' TO WS-ICDHST-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- For each window keep the latest snapshot on or before
      * --- the window start; until one exists, the oldest snapshot
      * --- inside the window stands in. An equal date replaces the
      * --- base so a same-day rerun counts once, with its last line.
       FCS-TAKE-BASE.

           IF WS-R-B30-DATE (WS-RNG-IDX) = ZEROES
              MOVE WS-H-DATE TO WS-R-B30-DATE (WS-RNG-IDX)
              MOVE WS-H-NRO TO WS-R-B30-NRO (WS-RNG-IDX)
           ELSE
              IF WS-H-DATE NOT > WS-CUT30-DATE
                 IF WS-R-B30-DATE (WS-RNG-IDX) > WS-CUT30-DATE OR
                    WS-H-DATE NOT < WS-R-B30-DATE (WS-RNG-IDX)
                    MOVE WS-H-DATE TO WS-R-B30-DATE (WS-RNG-IDX)
                    MOVE WS-H-NRO TO WS-R-B30-NRO (WS-RNG-IDX)
                 END-IF
              ELSE
                 IF WS-R-B30-DATE (WS-RNG-IDX) > WS-CUT30-DATE AND
                    WS-H-DATE NOT > WS-R-B30-DATE (WS-RNG-IDX)
                    MOVE WS-H-DATE TO WS-R-B30-DATE (WS-RNG-IDX)
                    MOVE WS-H-NRO TO WS-R-B30-NRO (WS-RNG-IDX)
                 END-IF
              END-IF
           END-IF
           IF WS-R-B90-DATE (WS-RNG-IDX) = ZEROES
              MOVE WS-H-DATE TO WS-R-B90-DATE (WS-RNG-IDX)
              MOVE WS-H-NRO TO WS-R-B90-NRO (WS-RNG-IDX)
           ELSE
              IF WS-H-DATE NOT > WS-CUT90-DATE
                 IF WS-R-B90-DATE (WS-RNG-IDX) > WS-CUT90-DATE OR
                    WS-H-DATE NOT < WS-R-B90-DATE (WS-RNG-IDX)
                    MOVE WS-H-DATE TO WS-R-B90-DATE (WS-RNG-IDX)
                    MOVE WS-H-NRO TO WS-R-B90-NRO (WS-RNG-IDX)
                 END-IF
              ELSE
                 IF WS-R-B90-DATE (WS-RNG-IDX) > WS-CUT90-DATE AND
                    WS-H-DATE NOT > WS-R-B90-DATE (WS-RNG-IDX)
                    MOVE WS-H-DATE TO WS-R-B90-DATE (WS-RNG-IDX)
                    MOVE WS-H-NRO TO WS-R-B90-NRO (WS-RNG-IDX)
                 END-IF
              END-IF
           END-IF
           CONTINUE.

       FCS-PRINT-RANGES.

           MOVE SPACES TO WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           MOVE SPACES TO WS-FCSRPT-LINE
           STRING 'PICID  LAST NUMBER        UPPER LIMIT       '
                  '  PER DAY 30D     PER DAY 90D DAYS  RUNS OUT '
                  'TEAM       FORECAST'
                  DELIMITED BY SIZE INTO WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           IF WS-RNG-COUNT > 0
              PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                      UNTIL WS-RNG-IDX > WS-RNG-COUNT
                 PERFORM FCS-PROJECT-ONE
                 PERFORM FCS-PRINT-ONE
              END-PERFORM
           ELSE
              MOVE '  (NONE)' TO WS-FCSRPT-LINE
              WRITE WS-FCSRPT-LINE
           END-IF
           CONTINUE.

      * --- Rate per day = numbers issued since the base snapshot
      * --- divided by the days since it. The exhaustion date is
      * --- today plus the numbers left divided by the faster rate;
      * --- beyond 100 years it shows as 99999999.
       FCS-PROJECT-ONE.

           IF WS-R-B30-DATE (WS-RNG-IDX) NOT = ZEROES
              COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE
                  (WS-R-B30-DATE (WS-RNG-IDX))
              COMPUTE WS-ELAPSED = WS-RUN-INT - WS-BASE-INT
              IF WS-ELAPSED > 0 AND
                 WS-R-ULTNRO (WS-RNG-IDX) > WS-R-B30-NRO (WS-RNG-IDX)
                 COMPUTE WS-R-RATE30 (WS-RNG-IDX) ROUNDED =
                    (WS-R-ULTNRO (WS-RNG-IDX) -
                     WS-R-B30-NRO (WS-RNG-IDX)) / WS-ELAPSED
              END-IF
           END-IF
           IF WS-R-B90-DATE (WS-RNG-IDX) NOT = ZEROES
              COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE
                  (WS-R-B90-DATE (WS-RNG-IDX))
              COMPUTE WS-ELAPSED = WS-RUN-INT - WS-BASE-INT
              IF WS-ELAPSED > 0 AND
                 WS-R-ULTNRO (WS-RNG-IDX) > WS-R-B90-NRO (WS-RNG-IDX)
                 COMPUTE WS-R-RATE90 (WS-RNG-IDX) ROUNDED =
                    (WS-R-ULTNRO (WS-RNG-IDX) -
                     WS-R-B90-NRO (WS-RNG-IDX)) / WS-ELAPSED
              END-IF
           END-IF
           IF WS-R-LIM-FOUND (WS-RNG-IDX) = 0
              MOVE 'NO LIMIT' TO WS-R-FLAG (WS-RNG-IDX)
              ADD 1 TO WS-TOT-NO-LIMIT
           ELSE
              SET WS-LIM-IDX TO WS-R-LIM-FOUND (WS-RNG-IDX)
              IF WS-R-ULTNRO (WS-RNG-IDX) NOT < WS-L-LIMIT (WS-LIM-IDX)
                 MOVE 'EXHAUSTED' TO WS-R-FLAG (WS-RNG-IDX)
                 MOVE WS-RUN-DATE TO WS-R-EXH-DATE (WS-RNG-IDX)
                 ADD 1 TO WS-TOT-EXHAUSTED
              ELSE
                 IF WS-R-B30-DATE (WS-RNG-IDX) = ZEROES
                    MOVE 'NO HISTORY' TO WS-R-FLAG (WS-RNG-IDX)
                    ADD 1 TO WS-TOT-NO-HISTORY
                 ELSE
                    PERFORM FCS-PROJECT-DATE
                 END-IF
              END-IF
           END-IF
           CONTINUE.

       FCS-PROJECT-DATE.

           IF WS-R-RATE30 (WS-RNG-IDX) > WS-R-RATE90 (WS-RNG-IDX)
              MOVE WS-R-RATE30 (WS-RNG-IDX) TO WS-PROJ-RATE
           ELSE
              MOVE WS-R-RATE90 (WS-RNG-IDX) TO WS-PROJ-RATE
           END-IF
           IF WS-PROJ-RATE = ZEROES
              MOVE 'NO USE' TO WS-R-FLAG (WS-RNG-IDX)
              MOVE 99999 TO WS-R-DAYS-LEFT (WS-RNG-IDX)
              MOVE 99999999 TO WS-R-EXH-DATE (WS-RNG-IDX)
           ELSE
              COMPUTE WS-REMAIN = WS-L-LIMIT (WS-LIM-IDX) -
                                  WS-R-ULTNRO (WS-RNG-IDX)
              COMPUTE WS-DAYS-LEFT-W = WS-REMAIN / WS-PROJ-RATE
              IF WS-DAYS-LEFT-W > 36500
                 MOVE 99999 TO WS-R-DAYS-LEFT (WS-RNG-IDX)
                 MOVE 99999999 TO WS-R-EXH-DATE (WS-RNG-IDX)
              ELSE
                 MOVE WS-DAYS-LEFT-W TO WS-R-DAYS-LEFT (WS-RNG-IDX)
                 COMPUTE WS-EXH-INT = WS-RUN-INT + WS-DAYS-LEFT-W
                 COMPUTE WS-R-EXH-DATE (WS-RNG-IDX) =
                    FUNCTION DATE-OF-INTEGER (WS-EXH-INT)
              END-IF
              IF WS-DAYS-LEFT-W NOT > WS-L-HORIZON (WS-LIM-IDX)
                 MOVE 'AT RISK' TO WS-R-FLAG (WS-RNG-IDX)
                 ADD 1 TO WS-TOT-AT-RISK
              ELSE
                 MOVE 'OK' TO WS-R-FLAG (WS-RNG-IDX)
              END-IF
           END-IF
           CONTINUE.

       FCS-PRINT-ONE.

           MOVE WS-R-RATE30 (WS-RNG-IDX) TO WS-ED-RATE30
           MOVE WS-R-RATE90 (WS-RNG-IDX) TO WS-ED-RATE90
           IF WS-R-LIM-FOUND (WS-RNG-IDX) = 0
              MOVE ZEROES TO WS-ED-LIMIT
              MOVE SPACES TO WS-ED-TEAM
           ELSE
              SET WS-LIM-IDX TO WS-R-LIM-FOUND (WS-RNG-IDX)
              MOVE WS-L-LIMIT (WS-LIM-IDX) TO WS-ED-LIMIT
              MOVE WS-L-TEAM (WS-LIM-IDX) TO WS-ED-TEAM
           END-IF
           MOVE SPACES TO WS-FCSRPT-LINE
           STRING WS-R-PICID (WS-RNG-IDX) ' '
                  WS-R-ULTNRO (WS-RNG-IDX) ' '
                  WS-ED-LIMIT ' '
                  WS-ED-RATE30 ' '
                  WS-ED-RATE90 ' '
                  WS-R-DAYS-LEFT (WS-RNG-IDX) ' '
                  WS-R-EXH-DATE (WS-RNG-IDX) ' '
                  WS-ED-TEAM ' '
                  WS-R-FLAG (WS-RNG-IDX)
                  DELIMITED BY SIZE INTO WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           CONTINUE.

      * --- Every range running out within its horizon, then one
      * --- MAILRQ per team mailbox carrying that mailbox's ranges.
       FCS-PRINT-AT-RISK.

           MOVE SPACES TO WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           MOVE 'RANGES RUNNING OUT WITHIN THE WARNING HORIZON' TO
                WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           IF WS-RNG-COUNT > 0
              PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                      UNTIL WS-RNG-IDX > WS-RNG-COUNT
                 IF WS-R-RUNS-OUT (WS-RNG-IDX) AND
                    WS-R-MAILED (WS-RNG-IDX) = 'N'
                    PERFORM FCS-QUEUE-ONE-TEAM
                 END-IF
              END-PERFORM
           END-IF
           IF WS-TOT-AT-RISK = ZEROES AND WS-TOT-EXHAUSTED = ZEROES
              MOVE '  (NONE)' TO WS-FCSRPT-LINE
              WRITE WS-FCSRPT-LINE
           END-IF
           CONTINUE.

       FCS-QUEUE-ONE-TEAM.

           SET WS-LIM-IDX TO WS-R-LIM-FOUND (WS-RNG-IDX)
           MOVE WS-L-MAILBOX (WS-LIM-IDX) TO WS-TEAM-MAILBOX
           MOVE WS-L-TEAM (WS-LIM-IDX) TO WS-TEAM-NAME
           MOVE SPACES TO WS-TEAM-LIST
           MOVE 1 TO WS-TEAM-PTR
           MOVE ZEROES TO WS-TEAM-RANGES
           PERFORM VARYING WS-RNG-IDX2 FROM WS-RNG-IDX BY 1
                   UNTIL WS-RNG-IDX2 > WS-RNG-COUNT
              IF WS-R-RUNS-OUT (WS-RNG-IDX2) AND
                 WS-R-MAILED (WS-RNG-IDX2) = 'N'
                 SET WS-LIM-IDX TO WS-R-LIM-FOUND (WS-RNG-IDX2)
                 IF WS-L-MAILBOX (WS-LIM-IDX) = WS-TEAM-MAILBOX
                    MOVE 'Y' TO WS-R-MAILED (WS-RNG-IDX2)
                    ADD 1 TO WS-TEAM-RANGES
                    STRING WS-R-PICID (WS-RNG-IDX2) ' '
                           WS-R-EXH-DATE (WS-RNG-IDX2) '; '
                           DELIMITED BY SIZE INTO WS-TEAM-LIST
                           WITH POINTER WS-TEAM-PTR
                       ON OVERFLOW
                          CONTINUE
                    END-STRING
                    MOVE SPACES TO WS-FCSRPT-LINE
                    STRING 'PICID ' WS-R-PICID (WS-RNG-IDX2)
                           ' LAST ' WS-R-ULTNRO (WS-RNG-IDX2)
                           ' LIMIT ' WS-L-LIMIT (WS-LIM-IDX)
                           ' RUNS OUT ' WS-R-EXH-DATE (WS-RNG-IDX2)
                           ' HORIZON ' WS-L-HORIZON (WS-LIM-IDX)
                           ' TEAM ' WS-L-TEAM (WS-LIM-IDX)
                           ' ' WS-R-FLAG (WS-RNG-IDX2)
                           DELIMITED BY SIZE INTO WS-FCSRPT-LINE
                    WRITE WS-FCSRPT-LINE
                 END-IF
              END-IF
           END-PERFORM
           PERFORM FCS-ENQUEUE-MAIL
           MOVE SPACES TO WS-FCSRPT-LINE
           IF MAILQ-WRITE-OK
              ADD 1 TO WS-TOT-QUEUED
              STRING '  QUEUED TO ' WS-TEAM-MAILBOX
                     ' (' WS-TEAM-RANGES ' RANGES)'
                     DELIMITED BY SIZE INTO WS-FCSRPT-LINE
           ELSE
              ADD 1 TO WS-TOT-QUEUE-FAILED
              STRING '  NOT QUEUED - MAILQUE STATUS ' WS-MAILQ-ST
                     ' FOR ' WS-TEAM-MAILBOX
                     DELIMITED BY SIZE INTO WS-FCSRPT-LINE
           END-IF
           WRITE WS-FCSRPT-LINE
           CONTINUE.

      * --- One MAILRQ request line on the shared queue:
      * --- MAILRQ|date|recipient|nomarch|texto|archivo|PEND|000.
      * --- Opened and closed per request so the RMAILSND swap of
      * --- the queue file is never blocked by this job. A list too
      * --- long for the text is cut short; the count and the report
      * --- carry every range.
       FCS-ENQUEUE-MAIL.

           MOVE WS-TEAM-MAILBOX TO GXV-V32DIRMAIL
           MOVE 'FCSRPT' TO GXV-V33NOMARCH
           MOVE 'ICDFCS' TO GXV-V31ARCHIVO
           MOVE SPACES TO GXV-V34TEXTO
           STRING 'ICDNro ' WS-TEAM-NAME ': ' WS-TEAM-RANGES
                  ' rango(s) por agotarse (PICID fecha): '
                  WS-TEAM-LIST
                  DELIMITED BY SIZE INTO GXV-V34TEXTO
           SET MAILQ-WRITE-OK TO TRUE
           OPEN EXTEND GX-MAILQ
           IF NOT MAILQ-ST-OK
              SET MAILQ-WRITE-FAILED TO TRUE
              DISPLAY 'RICDFCS: MAILQUE OPEN FAILED, STATUS '
                      WS-MAILQ-ST
           ELSE
              MOVE SPACES TO WS-MAILQ-LINE
              STRING 'MAILRQ' DELIMITED BY SIZE '|' DELIMITED BY
            SIZE
                     WS-RUN-DATE DELIMITED BY SIZE '|' DELIMITED
            BY SIZE
                     FUNCTION TRIM (GXV-V32DIRMAIL) DELIMITED BY
            SIZE '|' DELIMITED BY SIZE
                     FUNCTION TRIM (GXV-V33NOMARCH) DELIMITED BY
            SIZE '|' DELIMITED BY SIZE
                     FUNCTION TRIM (GXV-V34TEXTO) DELIMITED BY
            SIZE '|' DELIMITED BY SIZE
                     FUNCTION TRIM (GXV-V31ARCHIVO) DELIMITED BY
            SIZE '|' DELIMITED BY SIZE
                     'PEND|000' DELIMITED BY SIZE
                     INTO WS-MAILQ-LINE
              WRITE WS-MAILQ-LINE
              IF NOT MAILQ-ST-OK
                 SET MAILQ-WRITE-FAILED TO TRUE
                 DISPLAY 'RICDFCS: MAILQUE WRITE FAILED, STATUS '
                         WS-MAILQ-ST
              END-IF
              CLOSE GX-MAILQ
           END-IF
           CONTINUE.

       FCS-PRINT-TOTALS.

           MOVE SPACES TO WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           MOVE SPACES TO WS-FCSRPT-LINE
           STRING 'READ ' WS-TOT-READ
                  ' CLOSED ' WS-TOT-CLOSED
                  ' ACTIVE ' WS-TOT-ACTIVE
                  ' SNAPSHOTS ' WS-TOT-HISTORY
                  ' AT RISK ' WS-TOT-AT-RISK
                  ' EXHAUSTED ' WS-TOT-EXHAUSTED
                  DELIMITED BY SIZE INTO WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           MOVE SPACES TO WS-FCSRPT-LINE
           STRING 'NO LIMIT ' WS-TOT-NO-LIMIT
                  ' NO HISTORY ' WS-TOT-NO-HISTORY
                  ' MAILS QUEUED ' WS-TOT-QUEUED
                  ' NOT QUEUED ' WS-TOT-QUEUE-FAILED
                  DELIMITED BY SIZE INTO WS-FCSRPT-LINE
           WRITE WS-FCSRPT-LINE
           CONTINUE.
