       PROCESS
               APOST.
       IDENTIFICATION DIVISION.

       PROGRAM-ID.               RSAPSLA.
      * Description: Sap Discrepancy SLA Breach Alerts
      * 2026-10-15  The alert history is read after the audit and
      *             only the lines of items still open are kept, so
      *             the history table is bounded by the open items
      *             (two notices each at most) and never fills as
      *             SLAHST grows over the years.
      * 2026-10-15  Initial version. Daily batch that matches the
      *             GX-AUDIT discrepancy history against the
      *             disposition file exactly as RSAPDSPR does, and
      *             looks every open item up on the owner table
      *             (SAPOWN: PGNAME|MKTID|TEAM|MAILBOX|DAYS|
      *             MANAGER, a blank MKTID standing for every
      *             market, an exact PGNAME/MKTID line winning over
      *             it). Once an item's age passes the owner's
      *             target days a reminder is queued on MAILQUE to
      *             the team mailbox; once it reaches twice the
      *             target a second notice is queued to the manager
      *             address. Every notice queued is recorded on the
      *             alert history (SLAHST: TRAMITE|PGNAME|level|
      *             date|recipient, level REM or ESC) so each is
      *             sent once only. Open items with no owner mapped
      *             are listed separately on the SLA report;
      *             undated legacy items cannot be aged and are not
      *             alerted.
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
           SELECT GX-AUDIT ASSIGN TO AUDIT-DESCARTE
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-ST.
           SELECT OPTIONAL GX-SAPDSP ASSIGN TO DISK-SAPDSP
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-SAPDSP-ST.
           SELECT OPTIONAL GX-SAPOWN ASSIGN TO DISK-SAPOWN
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-SAPOWN-ST.
           SELECT OPTIONAL GX-SLAHST ASSIGN TO DISK-SLAHST
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-SLAHST-ST.
           SELECT GX-MAILQ ASSIGN TO DISK-MAILQUE
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-MAILQ-ST.
           SELECT GX-SLARPT ASSIGN TO DISK-SLARPT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-SLARPT-ST.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  GX-AUDIT.
       01  WS-AUDIT-LINE    PIC X(400).
       FD  GX-SAPDSP.
       01  WS-SAPDSP-LINE   PIC X(132).
       FD  GX-SAPOWN.
       01  WS-SAPOWN-LINE   PIC X(200).
       FD  GX-SLAHST.
       01  WS-SLAHST-LINE   PIC X(132).
       FD  GX-MAILQ.
       01  WS-MAILQ-LINE    PIC X(600).
       FD  GX-SLARPT.
       01  WS-SLARPT-LINE   PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-AUDIT-ST                    PIC XX.
           88 AUDIT-ST-OK                              VALUE '00'.
       01  WS-SAPDSP-ST                   PIC XX.
           88 SAPDSP-ST-OK                             VALUE '00'
                                                              '05'.
       01  WS-SAPOWN-ST                   PIC XX.
           88 SAPOWN-ST-OK                             VALUE '00'
                                                              '05'.
       01  WS-SLAHST-ST                   PIC XX.
           88 SLAHST-ST-OK                             VALUE '00'
                                                              '05'.
       01  WS-MAILQ-ST                    PIC XX.
           88 MAILQ-ST-OK                              VALUE '00'.
       01  WS-SLARPT-ST                   PIC XX.
           88 SLARPT-ST-OK                             VALUE '00'.
       01  WS-AUDIT-EOF                   PIC X(1) VALUE 'N'.
           88 NO-MORE-AUDIT                            VALUE 'Y'.
       01  WS-SAPDSP-EOF                  PIC X(1) VALUE 'N'.
           88 NO-MORE-SAPDSP                           VALUE 'Y'.
       01  WS-SAPOWN-EOF                  PIC X(1) VALUE 'N'.
           88 NO-MORE-SAPOWN                           VALUE 'Y'.
       01  WS-SLAHST-EOF                  PIC X(1) VALUE 'N'.
           88 NO-MORE-SLAHST                           VALUE 'Y'.
       01  WS-MAILQ-FAILED-FLAG           PIC X(1) VALUE 'N'.
           88 MAILQ-WRITE-FAILED                       VALUE 'Y'.
           88 MAILQ-WRITE-OK                           VALUE 'N'.
      * --- Parsed fields of one audit line, same shapes RRSAPESC
      * --- parses.
       01  WS-PARSE-FIELDS.
           05 WS-BAR-COUNT                PIC S9(3) COMP-3 VALUE 0.
           05 WS-F1                       PIC X(12).
           05 WS-F2                       PIC X(12).
           05 WS-F3                       PIC X(12).
           05 WS-F4                       PIC X(15).
           05 WS-F5                       PIC X(250).
           05 WS-F6                       PIC X(12).
           05 WS-F7                       PIC X(250).
           05 WS-E-DATE                   PIC 9(8) VALUE ZEROES.
           05 WS-E-TRAMITE                PIC 9(12) VALUE ZEROES.
           05 WS-E-PGNAME                 PIC X(8) VALUE SPACES.
           05 WS-E-MKTID                  PIC X(5) VALUE SPACES.
      * --- Parsed fields of one disposition line:
      * --- TRAMITE|PGNAME|STATUS|USER|DATE
       01  WS-DSP-PARSE.
           05 WS-D-TRAMITE-X              PIC X(12).
           05 WS-D-PGNAME-X               PIC X(8).
           05 WS-D-STATUS-X               PIC X(3).
           05 WS-D-USER-X                 PIC X(10).
           05 WS-D-DATE-X                 PIC X(8).
      * --- Dispositions, one entry per TRAMITE/PGNAME signature.
       01  WS-DSP-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-DSP-TABLE.
           05 WS-DSP-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-DSP-IDX.
              10 WS-D-TRAMITE             PIC 9(12).
              10 WS-D-PGNAME              PIC X(8).
              10 WS-D-STATUS              PIC X(3).
       01  WS-DSP-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-DSP-FULL-FLAG               PIC X(1) VALUE 'N'.
      * --- Parsed fields of one owner line:
      * --- PGNAME|MKTID|TEAM|MAILBOX|DAYS|MANAGER
       01  WS-OWN-PARSE.
           05 WS-O-PGNAME-X               PIC X(8).
           05 WS-O-MKTID-X                PIC X(5).
           05 WS-O-TEAM-X                 PIC X(10).
           05 WS-O-MAILBOX-X              PIC X(60).
           05 WS-O-DAYS-X                 PIC X(3).
           05 WS-O-MANAGER-X              PIC X(60).
           05 WS-O-DAYS-LEN               PIC S9(3) COMP-3 VALUE 0.
      * --- Owners, one entry per PGNAME or PGNAME/MKTID.
       01  WS-OWN-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-OWN-IDX.
              10 WS-O-PGNAME              PIC X(8).
              10 WS-O-MKTID               PIC X(5).
              10 WS-O-TEAM                PIC X(10).
              10 WS-O-MAILBOX             PIC X(60).
              10 WS-O-DAYS                PIC 9(3).
              10 WS-O-MANAGER             PIC X(60).
       01  WS-OWN-FOUND                   PIC S9(4) COMP-3 VALUE 0.
      * --- Parsed fields of one alert history line:
      * --- TRAMITE|PGNAME|level|date|recipient
       01  WS-HST-PARSE.
           05 WS-H-TRAMITE-X              PIC X(12).
           05 WS-H-PGNAME-X               PIC X(8).
           05 WS-H-LEVEL-X                PIC X(3).
           05 WS-H-TRAMITE-N              PIC 9(12) VALUE ZEROES.
      * --- Notices already sent for the items open today.
       01  WS-HST-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 600 TIMES
                            INDEXED BY WS-HST-IDX.
              10 WS-H-TRAMITE             PIC 9(12).
              10 WS-H-PGNAME              PIC X(8).
              10 WS-H-LEVEL               PIC X(3).
       01  WS-HST-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-HST-FULL-FLAG               PIC X(1) VALUE 'N'.
      * --- One entry per audit signature, same grouping RRSAPESC
      * --- uses; the market is the one the signature was first
      * --- seen under.
       01  WS-SIG-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-SIG-TABLE.
           05 WS-SIG-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-SIG-IDX.
              10 WS-S-TRAMITE             PIC 9(12).
              10 WS-S-PGNAME              PIC X(8).
              10 WS-S-MKTID               PIC X(5).
              10 WS-S-FIRST-SEEN          PIC 9(8).
              10 WS-S-NO-OWNER            PIC X(1).
       01  WS-SIG-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-SIG-FULL-FLAG               PIC X(1) VALUE 'N'.
       01  WS-DATE-WORK.
           05 WS-RUN-INT                  PIC S9(9) COMP-3 VALUE 0.
           05 WS-FIRST-INT                PIC S9(9) COMP-3 VALUE 0.
           05 WS-AGE-DAYS                 PIC 9(5) VALUE ZEROES.
           05 WS-ESC-DAYS                 PIC 9(5) VALUE ZEROES.
       01  WS-RUN-DATE                    PIC 9(8) VALUE ZEROES.
      * --- The notice being queued.
       01  WS-ALERT-LEVEL                 PIC X(3) VALUE SPACES.
       01  WS-ALERT-RECIP                 PIC X(60) VALUE SPACES.
      * --- ACMMAIL arguments, same shapes every enqueuer records.
       01  GXV-V31ARCHIVO                 PIC X(8) VALUE SPACES.
       01  GXV-V32DIRMAIL                 PIC X(253) VALUE SPACES.
       01  GXV-V33NOMARCH                 PIC X(10) VALUE SPACES.
       01  GXV-V34TEXTO                   PIC X(254) VALUE SPACES.
       01  WS-TOTALS.
           05 WS-TOT-LINES                PIC 9(7) VALUE ZEROES.
           05 WS-TOT-OPEN                 PIC 9(7) VALUE ZEROES.
           05 WS-TOT-REMINDED             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ESCALATED            PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ALREADY-SENT         PIC 9(7) VALUE ZEROES.
           05 WS-TOT-UNMAPPED             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-UNDATED              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-QUEUE-FAILED         PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-DATE)
           OPEN INPUT GX-SAPDSP
           IF NOT SAPDSP-ST-OK
              DISPLAY 'RSAPSLA: SAPDSP OPEN FAILED, STATUS '
                      WS-SAPDSP-ST
              GOBACK
           END-IF
           PERFORM SLA-LOAD-ONE-DSP UNTIL NO-MORE-SAPDSP
           CLOSE GX-SAPDSP
           OPEN INPUT GX-SAPOWN
           IF NOT SAPOWN-ST-OK
              DISPLAY 'RSAPSLA: SAPOWN OPEN FAILED, STATUS '
                      WS-SAPOWN-ST
              GOBACK
           END-IF
           PERFORM SLA-LOAD-ONE-OWNER UNTIL NO-MORE-SAPOWN
           CLOSE GX-SAPOWN
           OPEN INPUT GX-AUDIT
           IF NOT AUDIT-ST-OK
              DISPLAY 'RSAPSLA: GX-AUDIT OPEN FAILED, STATUS '
                      WS-AUDIT-ST
              GOBACK
           END-IF
           PERFORM SLA-READ-ONE-LINE UNTIL NO-MORE-AUDIT
           CLOSE GX-AUDIT
           OPEN INPUT GX-SLAHST
           IF NOT SLAHST-ST-OK
              DISPLAY 'RSAPSLA: SLAHST OPEN FAILED, STATUS '
                      WS-SLAHST-ST
              GOBACK
           END-IF
           PERFORM SLA-LOAD-ONE-HISTORY UNTIL NO-MORE-SLAHST
           CLOSE GX-SLAHST
           OPEN OUTPUT GX-SLARPT
           IF NOT SLARPT-ST-OK
              DISPLAY 'RSAPSLA: REPORT OPEN FAILED, STATUS '
                      WS-SLARPT-ST
              GOBACK
           END-IF
           OPEN EXTEND GX-SLAHST
           IF NOT SLAHST-ST-OK
              DISPLAY 'RSAPSLA: SLAHST EXTEND FAILED, STATUS '
                      WS-SLAHST-ST
              CLOSE GX-SLARPT
              GOBACK
           END-IF
           MOVE SPACES TO WS-SLARPT-LINE
           STRING 'SAP DISCREPANCY SLA ALERTS AS OF ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-SLARPT-LINE
           WRITE WS-SLARPT-LINE
           PERFORM SLA-PRINT-ALERTS
           PERFORM SLA-PRINT-UNMAPPED
           PERFORM SLA-PRINT-TOTALS
           CLOSE GX-SLAHST
           CLOSE GX-SLARPT
           DISPLAY 'RSAPSLA: OPEN ' WS-TOT-OPEN
                   ' REMINDERS ' WS-TOT-REMINDED
                   ' ESCALATIONS ' WS-TOT-ESCALATED
                   ' NO OWNER ' WS-TOT-UNMAPPED
           GOBACK
           CONTINUE.

       SLA-LOAD-ONE-DSP.

           READ GX-SAPDSP
              AT END
                 MOVE 'Y' TO WS-SAPDSP-EOF
           END-READ
           IF SAPDSP-ST-OK AND NOT NO-MORE-SAPDSP
              MOVE SPACES TO WS-D-TRAMITE-X WS-D-PGNAME-X
              MOVE SPACES TO WS-D-STATUS-X WS-D-USER-X WS-D-DATE-X
              UNSTRING WS-SAPDSP-LINE DELIMITED BY '|'
                       INTO WS-D-TRAMITE-X WS-D-PGNAME-X
                            WS-D-STATUS-X WS-D-USER-X WS-D-DATE-X
              END-UNSTRING
              IF WS-D-TRAMITE-X(1:12) IS NUMERIC
                 IF WS-DSP-COUNT < 300
                    ADD 1 TO WS-DSP-COUNT
                    SET WS-DSP-IDX TO WS-DSP-COUNT
                    MOVE WS-D-TRAMITE-X(1:12) TO
                     WS-D-TRAMITE (WS-DSP-IDX)
                    MOVE WS-D-PGNAME-X TO WS-D-PGNAME (WS-DSP-IDX)
                    MOVE WS-D-STATUS-X TO WS-D-STATUS (WS-DSP-IDX)
                 ELSE
                    IF WS-DSP-FULL-FLAG = 'N'
                       MOVE 'Y' TO WS-DSP-FULL-FLAG
                       DISPLAY 'RSAPSLA: DISPOSITION TABLE FULL, '
                               'LATER DISPOSITIONS IGNORED'
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF NOT NO-MORE-SAPDSP
                 DISPLAY 'RSAPSLA: SAPDSP READ FAILED, STATUS '
                         WS-SAPDSP-ST
                 MOVE 'Y' TO WS-SAPDSP-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- A line without a PGNAME, a mailbox or a target of at
      * --- least one day is reported and ignored, so a typo never
      * --- maps an item to nobody.
       SLA-LOAD-ONE-OWNER.

           READ GX-SAPOWN
              AT END
                 MOVE 'Y' TO WS-SAPOWN-EOF
           END-READ
           IF SAPOWN-ST-OK AND NOT NO-MORE-SAPOWN
              IF WS-SAPOWN-LINE NOT = SPACES AND
                 WS-SAPOWN-LINE(1:1) NOT = '*'
                 MOVE SPACES TO WS-O-PGNAME-X WS-O-MKTID-X
                 MOVE SPACES TO WS-O-TEAM-X WS-O-MAILBOX-X
                 MOVE SPACES TO WS-O-DAYS-X WS-O-MANAGER-X
                 UNSTRING WS-SAPOWN-LINE DELIMITED BY '|'
                          INTO WS-O-PGNAME-X WS-O-MKTID-X
                               WS-O-TEAM-X WS-O-MAILBOX-X
                               WS-O-DAYS-X COUNT IN WS-O-DAYS-LEN
                               WS-O-MANAGER-X
                 END-UNSTRING
                 IF WS-O-DAYS-LEN < 1 OR WS-O-DAYS-LEN > 3
                    MOVE 'X' TO WS-O-DAYS-X
                    MOVE 1 TO WS-O-DAYS-LEN
                 END-IF
                 IF WS-O-PGNAME-X = SPACES OR
                    WS-O-MAILBOX-X = SPACES OR
                    WS-O-DAYS-X(1:WS-O-DAYS-LEN) NOT NUMERIC OR
                    WS-O-DAYS-X(1:WS-O-DAYS-LEN) = ZEROES
                    DISPLAY 'RSAPSLA: OWNER LINE IGNORED: '
                            WS-SAPOWN-LINE(1:60)
                 ELSE
                    IF WS-OWN-COUNT < 200
                       ADD 1 TO WS-OWN-COUNT
                       SET WS-OWN-IDX TO WS-OWN-COUNT
                       MOVE WS-O-PGNAME-X TO WS-O-PGNAME (WS-OWN-IDX)
                       MOVE WS-O-MKTID-X TO WS-O-MKTID (WS-OWN-IDX)
                       MOVE WS-O-TEAM-X TO WS-O-TEAM (WS-OWN-IDX)
                       MOVE WS-O-MAILBOX-X TO
                        WS-O-MAILBOX (WS-OWN-IDX)
                       MOVE WS-O-DAYS-X(1:WS-O-DAYS-LEN) TO
                        WS-O-DAYS (WS-OWN-IDX)
                       MOVE WS-O-MANAGER-X TO
                        WS-O-MANAGER (WS-OWN-IDX)
                    ELSE
                       DISPLAY 'RSAPSLA: OWNER TABLE FULL, IGNORED: '
                               WS-SAPOWN-LINE(1:60)
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF NOT NO-MORE-SAPOWN
                 DISPLAY 'RSAPSLA: SAPOWN READ FAILED, STATUS '
                         WS-SAPOWN-ST
                 MOVE 'Y' TO WS-SAPOWN-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- Runs after the audit is grouped: a notice for an item
      * --- already resolved or accepted, or no longer in the audit,
      * --- can never be sent again and is left on the file only.
       SLA-LOAD-ONE-HISTORY.

           READ GX-SLAHST
              AT END
                 MOVE 'Y' TO WS-SLAHST-EOF
           END-READ
           IF SLAHST-ST-OK AND NOT NO-MORE-SLAHST
              MOVE SPACES TO WS-H-TRAMITE-X WS-H-PGNAME-X
              MOVE SPACES TO WS-H-LEVEL-X
              UNSTRING WS-SLAHST-LINE DELIMITED BY '|'
                       INTO WS-H-TRAMITE-X WS-H-PGNAME-X
                            WS-H-LEVEL-X
              END-UNSTRING
              IF WS-H-TRAMITE-X(1:12) IS NUMERIC
                 MOVE WS-H-TRAMITE-X(1:12) TO WS-H-TRAMITE-N
                 PERFORM SLA-FIND-OPEN-SIGNATURE
              END-IF
              IF WS-H-TRAMITE-X(1:12) IS NUMERIC AND
                 WS-SIG-FOUND > 0
                 IF WS-HST-COUNT < 600
                    ADD 1 TO WS-HST-COUNT
                    SET WS-HST-IDX TO WS-HST-COUNT
                    MOVE WS-H-TRAMITE-X(1:12) TO
                     WS-H-TRAMITE (WS-HST-IDX)
                    MOVE WS-H-PGNAME-X TO WS-H-PGNAME (WS-HST-IDX)
                    MOVE WS-H-LEVEL-X TO WS-H-LEVEL (WS-HST-IDX)
                 ELSE
                    IF WS-HST-FULL-FLAG = 'N'
                       MOVE 'Y' TO WS-HST-FULL-FLAG
                       DISPLAY 'RSAPSLA: ALERT HISTORY TABLE FULL, '
                               'LATER HISTORY IGNORED'
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF NOT NO-MORE-SLAHST
                 DISPLAY 'RSAPSLA: SLAHST READ FAILED, STATUS '
                         WS-SLAHST-ST
                 MOVE 'Y' TO WS-SLAHST-EOF
              END-IF
           END-IF
           CONTINUE.

       SLA-READ-ONE-LINE.

           READ GX-AUDIT
              AT END
                 MOVE 'Y' TO WS-AUDIT-EOF
           END-READ
           IF AUDIT-ST-OK AND NOT NO-MORE-AUDIT
              ADD 1 TO WS-TOT-LINES
              PERFORM SLA-PARSE-LINE
              IF WS-F1 NOT EQUAL 'MAILFAIL' AND
                 WS-F1 NOT EQUAL 'MAILRSNT' AND
                 WS-F1 NOT EQUAL 'MAILDEAD'
                 PERFORM SLA-ACCUMULATE
              END-IF
           ELSE
              IF NOT NO-MORE-AUDIT
                 DISPLAY 'RSAPSLA: GX-AUDIT READ FAILED, STATUS '
                         WS-AUDIT-ST
                 MOVE 'Y' TO WS-AUDIT-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- Same line shapes RRSAPESC handles: new-format lines
      * --- carry six bars or more and lead with the date, legacy
      * --- lines carry four bars with no date and no PGNAME.
       SLA-PARSE-LINE.

           MOVE 0 TO WS-BAR-COUNT
           INSPECT WS-AUDIT-LINE TALLYING WS-BAR-COUNT
                   FOR ALL '|'
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
           UNSTRING WS-AUDIT-LINE DELIMITED BY '|'
                    INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
           END-UNSTRING
           MOVE ZEROES TO WS-E-DATE
           MOVE ZEROES TO WS-E-TRAMITE
           MOVE SPACES TO WS-E-PGNAME
           MOVE SPACES TO WS-E-MKTID
           IF WS-BAR-COUNT NOT LESS 6
              IF WS-F1(1:8) IS NUMERIC
                 MOVE WS-F1(1:8) TO WS-E-DATE
              END-IF
              IF WS-F4(1:12) IS NUMERIC
                 MOVE WS-F4(1:12) TO WS-E-TRAMITE
              END-IF
              MOVE WS-F5(1:8) TO WS-E-PGNAME
              MOVE WS-F3(1:5) TO WS-E-MKTID
           ELSE
              IF WS-F3(1:12) IS NUMERIC
                 MOVE WS-F3(1:12) TO WS-E-TRAMITE
              END-IF
              MOVE WS-F2(1:5) TO WS-E-MKTID
           END-IF
           CONTINUE.

       SLA-ACCUMULATE.

           MOVE 0 TO WS-SIG-FOUND
           IF WS-SIG-COUNT > 0
              PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                      UNTIL WS-SIG-IDX > WS-SIG-COUNT
                 IF WS-S-TRAMITE (WS-SIG-IDX) = WS-E-TRAMITE AND
                    WS-S-PGNAME (WS-SIG-IDX) = WS-E-PGNAME
                    SET WS-SIG-FOUND TO WS-SIG-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-SIG-FOUND = 0
              IF WS-SIG-COUNT < 300
                 ADD 1 TO WS-SIG-COUNT
                 MOVE WS-SIG-COUNT TO WS-SIG-FOUND
                 SET WS-SIG-IDX TO WS-SIG-FOUND
                 MOVE WS-E-TRAMITE TO WS-S-TRAMITE (WS-SIG-IDX)
                 MOVE WS-E-PGNAME TO WS-S-PGNAME (WS-SIG-IDX)
                 MOVE WS-E-MKTID TO WS-S-MKTID (WS-SIG-IDX)
                 MOVE WS-E-DATE TO WS-S-FIRST-SEEN (WS-SIG-IDX)
                 MOVE 'N' TO WS-S-NO-OWNER (WS-SIG-IDX)
              ELSE
                 IF WS-SIG-FULL-FLAG = 'N'
                    MOVE 'Y' TO WS-SIG-FULL-FLAG
                    DISPLAY 'RSAPSLA: SIGNATURE TABLE FULL, '
                            'LATER SIGNATURES NOT TRACKED'
                 END-IF
              END-IF
           END-IF
           IF WS-SIG-FOUND > 0
              SET WS-SIG-IDX TO WS-SIG-FOUND
              IF WS-E-DATE NOT = ZEROES
                 IF WS-S-FIRST-SEEN (WS-SIG-IDX) = ZEROES OR
                    WS-E-DATE < WS-S-FIRST-SEEN (WS-SIG-IDX)
                    MOVE WS-E-DATE TO WS-S-FIRST-SEEN (WS-SIG-IDX)
                 END-IF
              END-IF
           END-IF
           CONTINUE.

      * --- The audit signature of the history line just read, kept
      * --- only while its item is still open (no disposition, or one
      * --- other than RES or ACC).
       SLA-FIND-OPEN-SIGNATURE.

           MOVE 0 TO WS-SIG-FOUND
           IF WS-SIG-COUNT > 0
              PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                      UNTIL WS-SIG-IDX > WS-SIG-COUNT
                 IF WS-S-TRAMITE (WS-SIG-IDX) = WS-H-TRAMITE-N AND
                    WS-S-PGNAME (WS-SIG-IDX) = WS-H-PGNAME-X
                    SET WS-SIG-FOUND TO WS-SIG-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-SIG-FOUND > 0
              SET WS-SIG-IDX TO WS-SIG-FOUND
              PERFORM SLA-FIND-DISPOSITION
              IF WS-DSP-FOUND > 0
                 SET WS-DSP-IDX TO WS-DSP-FOUND
                 IF WS-D-STATUS (WS-DSP-IDX) = 'RES' OR
                    WS-D-STATUS (WS-DSP-IDX) = 'ACC'
                    MOVE 0 TO WS-SIG-FOUND
                 END-IF
              END-IF
           END-IF
           CONTINUE.

       SLA-FIND-DISPOSITION.

           MOVE 0 TO WS-DSP-FOUND
           IF WS-DSP-COUNT > 0
              PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                      UNTIL WS-DSP-IDX > WS-DSP-COUNT
                 IF WS-D-TRAMITE (WS-DSP-IDX) =
                    WS-S-TRAMITE (WS-SIG-IDX) AND
                    WS-D-PGNAME (WS-DSP-IDX) =
                    WS-S-PGNAME (WS-SIG-IDX)
                    SET WS-DSP-FOUND TO WS-DSP-IDX
                 END-IF
              END-PERFORM
           END-IF
           CONTINUE.

      * --- An owner line for the PGNAME and the signature's market
      * --- wins over the PGNAME's all-markets line.
       SLA-FIND-OWNER.

           MOVE 0 TO WS-OWN-FOUND
           IF WS-OWN-COUNT > 0
              PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                      UNTIL WS-OWN-IDX > WS-OWN-COUNT
                 IF WS-O-PGNAME (WS-OWN-IDX) =
                    WS-S-PGNAME (WS-SIG-IDX)
                    IF WS-O-MKTID (WS-OWN-IDX) =
                       WS-S-MKTID (WS-SIG-IDX)
                       SET WS-OWN-FOUND TO WS-OWN-IDX
                    ELSE
                       IF WS-O-MKTID (WS-OWN-IDX) = SPACES AND
                          WS-OWN-FOUND = 0
                          SET WS-OWN-FOUND TO WS-OWN-IDX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CONTINUE.

       SLA-FIND-HISTORY.

           MOVE 0 TO WS-HST-FOUND
           IF WS-HST-COUNT > 0
              PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                      UNTIL WS-HST-IDX > WS-HST-COUNT
                 IF WS-H-TRAMITE (WS-HST-IDX) =
                    WS-S-TRAMITE (WS-SIG-IDX) AND
                    WS-H-PGNAME (WS-HST-IDX) =
                    WS-S-PGNAME (WS-SIG-IDX) AND
                    WS-H-LEVEL (WS-HST-IDX) = WS-ALERT-LEVEL
                    SET WS-HST-FOUND TO WS-HST-IDX
                 END-IF
              END-PERFORM
           END-IF
           CONTINUE.

       SLA-PRINT-ALERTS.

           MOVE SPACES TO WS-SLARPT-LINE
           WRITE WS-SLARPT-LINE
           MOVE 'NOTICES QUEUED' TO WS-SLARPT-LINE
           WRITE WS-SLARPT-LINE
           IF WS-SIG-COUNT > 0
              PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                      UNTIL WS-SIG-IDX > WS-SIG-COUNT
                 PERFORM SLA-FIND-DISPOSITION
                 IF WS-DSP-FOUND = 0
                    PERFORM SLA-CHECK-ONE-OPEN
                 ELSE
                    SET WS-DSP-IDX TO WS-DSP-FOUND
                    IF WS-D-STATUS (WS-DSP-IDX) NOT = 'RES' AND
                       WS-D-STATUS (WS-DSP-IDX) NOT = 'ACC'
                       PERFORM SLA-CHECK-ONE-OPEN
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-TOT-REMINDED = ZEROES AND WS-TOT-ESCALATED = ZEROES
              MOVE '  (NONE)' TO WS-SLARPT-LINE
              WRITE WS-SLARPT-LINE
           END-IF
           CONTINUE.

      * --- Age in days from first appearance to the run date, as
      * --- RSAPDSPR ages it. The reminder goes once the age passes
      * --- the target, the manager notice once it reaches twice
      * --- the target.
       SLA-CHECK-ONE-OPEN.

           ADD 1 TO WS-TOT-OPEN
           PERFORM SLA-FIND-OWNER
           IF WS-OWN-FOUND = 0
              ADD 1 TO WS-TOT-UNMAPPED
              MOVE 'Y' TO WS-S-NO-OWNER (WS-SIG-IDX)
           ELSE
              IF WS-S-FIRST-SEEN (WS-SIG-IDX) = ZEROES
                 ADD 1 TO WS-TOT-UNDATED
              ELSE
                 SET WS-OWN-IDX TO WS-OWN-FOUND
                 COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE
                     (WS-S-FIRST-SEEN (WS-SIG-IDX))
                 IF WS-RUN-INT > WS-FIRST-INT
                    COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-FIRST-INT
                 ELSE
                    MOVE ZEROES TO WS-AGE-DAYS
                 END-IF
                 COMPUTE WS-ESC-DAYS = WS-O-DAYS (WS-OWN-IDX) * 2
                 IF WS-AGE-DAYS > WS-O-DAYS (WS-OWN-IDX)
                    MOVE 'REM' TO WS-ALERT-LEVEL
                    MOVE WS-O-MAILBOX (WS-OWN-IDX) TO WS-ALERT-RECIP
                    PERFORM SLA-SEND-ONCE
                 END-IF
                 IF WS-AGE-DAYS NOT LESS WS-ESC-DAYS
                    MOVE 'ESC' TO WS-ALERT-LEVEL
                    MOVE WS-O-MANAGER (WS-OWN-IDX) TO WS-ALERT-RECIP
                    PERFORM SLA-SEND-ONCE
                 END-IF
              END-IF
           END-IF
           CONTINUE.

      * --- Nothing is recorded as sent unless the request reached
      * --- the queue, so a failed queue write is retried tomorrow.
       SLA-SEND-ONCE.

           PERFORM SLA-FIND-HISTORY
           IF WS-HST-FOUND > 0
              ADD 1 TO WS-TOT-ALREADY-SENT
           ELSE
              IF WS-ALERT-RECIP = SPACES
                 MOVE SPACES TO WS-SLARPT-LINE
                 STRING 'TRAMITE ' WS-S-TRAMITE (WS-SIG-IDX)
                        ' PGM ' WS-S-PGNAME (WS-SIG-IDX)
                        ' AGE ' WS-AGE-DAYS
                        ' DAYS TEAM ' WS-O-TEAM (WS-OWN-IDX)
                        ' ' WS-ALERT-LEVEL
                        ' NOT SENT - NO MANAGER ADDRESS'
                        DELIMITED BY SIZE INTO WS-SLARPT-LINE
                 WRITE WS-SLARPT-LINE
              ELSE
                 PERFORM SLA-ENQUEUE-MAIL
                 IF MAILQ-WRITE-OK
                    IF WS-ALERT-LEVEL = 'REM'
                       ADD 1 TO WS-TOT-REMINDED
                    ELSE
                       ADD 1 TO WS-TOT-ESCALATED
                    END-IF
                    PERFORM SLA-WRITE-HISTORY
                    MOVE SPACES TO WS-SLARPT-LINE
                    STRING 'TRAMITE ' WS-S-TRAMITE (WS-SIG-IDX)
                           ' PGM ' WS-S-PGNAME (WS-SIG-IDX)
                           ' AGE ' WS-AGE-DAYS
                           ' DAYS TARGET ' WS-O-DAYS (WS-OWN-IDX)
                           ' TEAM ' WS-O-TEAM (WS-OWN-IDX)
                           ' ' WS-ALERT-LEVEL ' TO '
                           WS-ALERT-RECIP
                           DELIMITED BY SIZE INTO WS-SLARPT-LINE
                    WRITE WS-SLARPT-LINE
                 ELSE
                    ADD 1 TO WS-TOT-QUEUE-FAILED
                    MOVE SPACES TO WS-SLARPT-LINE
                    STRING 'TRAMITE ' WS-S-TRAMITE (WS-SIG-IDX)
                           ' PGM ' WS-S-PGNAME (WS-SIG-IDX)
                           ' ' WS-ALERT-LEVEL
                           ' NOT QUEUED - MAILQUE STATUS '
                           WS-MAILQ-ST
                           DELIMITED BY SIZE INTO WS-SLARPT-LINE
                    WRITE WS-SLARPT-LINE
                 END-IF
              END-IF
           END-IF
           CONTINUE.

      * --- One MAILRQ request line on the shared queue:
      * --- MAILRQ|date|recipient|nomarch|texto|archivo|PEND|000.
      * --- Opened and closed per request so the RMAILSND swap of
      * --- the queue file is never blocked by this job.
       SLA-ENQUEUE-MAIL.

           MOVE WS-ALERT-RECIP TO GXV-V32DIRMAIL
           MOVE 'SLARPT' TO GXV-V33NOMARCH
           MOVE 'SAPSLA' TO GXV-V31ARCHIVO
           MOVE SPACES TO GXV-V34TEXTO
           IF WS-ALERT-LEVEL = 'REM'
              STRING 'Discrepancia SAP vencida: TRAMITE '
                     WS-S-TRAMITE (WS-SIG-IDX)
                     ' PGM ' WS-S-PGNAME (WS-SIG-IDX)
                     ' abierta ' WS-AGE-DAYS ' dias, objetivo '
                     WS-O-DAYS (WS-OWN-IDX) ' dias'
                     DELIMITED BY SIZE INTO GXV-V34TEXTO
           ELSE
              STRING 'Discrepancia SAP escalada: TRAMITE '
                     WS-S-TRAMITE (WS-SIG-IDX)
                     ' PGM ' WS-S-PGNAME (WS-SIG-IDX)
                     ' equipo ' WS-O-TEAM (WS-OWN-IDX)
                     ' abierta ' WS-AGE-DAYS ' dias, objetivo '
                     WS-O-DAYS (WS-OWN-IDX) ' dias'
                     DELIMITED BY SIZE INTO GXV-V34TEXTO
           END-IF
           SET MAILQ-WRITE-OK TO TRUE
           OPEN EXTEND GX-MAILQ
           IF NOT MAILQ-ST-OK
              SET MAILQ-WRITE-FAILED TO TRUE
              DISPLAY 'RSAPSLA: MAILQUE OPEN FAILED, STATUS '
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
                 DISPLAY 'RSAPSLA: MAILQUE WRITE FAILED, STATUS '
                         WS-MAILQ-ST
              END-IF
              CLOSE GX-MAILQ
           END-IF
           CONTINUE.

       SLA-WRITE-HISTORY.

           MOVE SPACES TO WS-SLAHST-LINE
           STRING WS-S-TRAMITE (WS-SIG-IDX) '|'
                  WS-S-PGNAME (WS-SIG-IDX) '|'
                  WS-ALERT-LEVEL '|'
                  WS-RUN-DATE '|'
                  WS-ALERT-RECIP
                  DELIMITED BY SIZE INTO WS-SLAHST-LINE
           WRITE WS-SLAHST-LINE
           IF NOT SLAHST-ST-OK
              DISPLAY 'RSAPSLA: SLAHST WRITE FAILED, STATUS '
                      WS-SLAHST-ST
           END-IF
           IF WS-HST-COUNT < 600
              ADD 1 TO WS-HST-COUNT
              SET WS-HST-IDX TO WS-HST-COUNT
              MOVE WS-S-TRAMITE (WS-SIG-IDX) TO
               WS-H-TRAMITE (WS-HST-IDX)
              MOVE WS-S-PGNAME (WS-SIG-IDX) TO
               WS-H-PGNAME (WS-HST-IDX)
              MOVE WS-ALERT-LEVEL TO WS-H-LEVEL (WS-HST-IDX)
           END-IF
           CONTINUE.

       SLA-PRINT-UNMAPPED.

           MOVE SPACES TO WS-SLARPT-LINE
           WRITE WS-SLARPT-LINE
           MOVE 'OPEN ITEMS WITH NO OWNER MAPPED' TO WS-SLARPT-LINE
           WRITE WS-SLARPT-LINE
           IF WS-SIG-COUNT > 0
              PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                      UNTIL WS-SIG-IDX > WS-SIG-COUNT
                 IF WS-S-NO-OWNER (WS-SIG-IDX) = 'Y'
                    MOVE SPACES TO WS-SLARPT-LINE
                    STRING 'TRAMITE ' WS-S-TRAMITE (WS-SIG-IDX)
                           ' PGM ' WS-S-PGNAME (WS-SIG-IDX)
                           ' MKT ' WS-S-MKTID (WS-SIG-IDX)
                           ' FIRST ' WS-S-FIRST-SEEN (WS-SIG-IDX)
                           DELIMITED BY SIZE INTO WS-SLARPT-LINE
                    WRITE WS-SLARPT-LINE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-TOT-UNMAPPED = ZEROES
              MOVE '  (NONE)' TO WS-SLARPT-LINE
              WRITE WS-SLARPT-LINE
           END-IF
           CONTINUE.

       SLA-PRINT-TOTALS.

           MOVE SPACES TO WS-SLARPT-LINE
           WRITE WS-SLARPT-LINE
           MOVE SPACES TO WS-SLARPT-LINE
           STRING 'OPEN ' WS-TOT-OPEN
                  ' REMINDERS ' WS-TOT-REMINDED
                  ' ESCALATIONS ' WS-TOT-ESCALATED
                  ' SENT BEFORE ' WS-TOT-ALREADY-SENT
                  ' NO OWNER ' WS-TOT-UNMAPPED
                  ' UNDATED ' WS-TOT-UNDATED
                  ' NOT QUEUED ' WS-TOT-QUEUE-FAILED
                  DELIMITED BY SIZE INTO WS-SLARPT-LINE
           WRITE WS-SLARPT-LINE
           CONTINUE.
