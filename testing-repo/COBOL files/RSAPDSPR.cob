
       PROGRAM-ID.               RSAPDSPR.
      * Description: Sap Discrepancy Open Items Report
      * 2026-10-15  Each open item now shows its owner team and SLA
      *             status from the owner table RSAPSLA alerts from
      *             (SAPOWN: PGNAME|MKTID|TEAM|MAILBOX|DAYS|
      *             MANAGER): WITHIN, OVERDUE past the target days,
      *             ESCALATED at twice the target, NO OWNER when no
      *             line maps the PGNAME (and market), AGE UNKN for
      *             undated legacy items.
      * 2026-09-02  Initial version. Daily batch that matches the
      *             GX-AUDIT discrepancy history RSAPPRIN writes
      *             against the disposition file RSAPDSPU maintains
           SELECT OPTIONAL GX-SAPDSP ASSIGN TO DISK-SAPDSP
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-SAPDSP-ST.
           SELECT OPTIONAL GX-SAPOWN ASSIGN TO DISK-SAPOWN
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-SAPOWN-ST.
           SELECT GX-OPNRPT ASSIGN TO DISK-OPNRPT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-OPNRPT-ST.
       01  WS-AUDIT-LINE    PIC X(400).
       FD  GX-SAPDSP.
       01  WS-SAPDSP-LINE   PIC X(132).
       FD  GX-SAPOWN.
       01  WS-SAPOWN-LINE   PIC X(200).
       FD  GX-OPNRPT.
       01  WS-OPNRPT-LINE   PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SAPDSP-ST                   PIC XX.
           88 SAPDSP-ST-OK                             VALUE '00'
                                                              '05'.
       01  WS-SAPOWN-ST                   PIC XX.
           88 SAPOWN-ST-OK                             VALUE '00'
                                                              '05'.
       01  WS-OPNRPT-ST                   PIC XX.
           88 OPNRPT-ST-OK                             VALUE '00'.
       01  WS-AUDIT-EOF                   PIC X(1) VALUE 'N'.
           88 NO-MORE-AUDIT                            VALUE 'Y'.
       01  WS-SAPDSP-EOF                  PIC X(1) VALUE 'N'.
           88 NO-MORE-SAPDSP                           VALUE 'Y'.
       01  WS-SAPOWN-EOF                  PIC X(1) VALUE 'N'.
           88 NO-MORE-SAPOWN                           VALUE 'Y'.
      * --- Parsed fields of one audit line, same shapes RRSAPESC
      * --- parses.
       01  WS-PARSE-FIELDS.
           05 WS-E-TRAMITE                PIC 9(12) VALUE ZEROES.
           05 WS-E-PGNAME                 PIC X(8) VALUE SPACES.
           05 WS-E-MSG                    PIC X(70) VALUE SPACES.
           05 WS-E-MKTID                  PIC X(5) VALUE SPACES.
      * --- Parsed fields of one disposition line:
      * --- TRAMITE|PGNAME|STATUS|USER|DATE
       01  WS-DSP-PARSE.
              10 WS-D-DATE                PIC 9(8).
       01  WS-DSP-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-DSP-FULL-FLAG               PIC X(1) VALUE 'N'.
      * --- Parsed fields of one owner line, same shape RSAPSLA
      * --- reads: PGNAME|MKTID|TEAM|MAILBOX|DAYS|MANAGER
       01  WS-OWN-PARSE.
           05 WS-O-PGNAME-X               PIC X(8).
           05 WS-O-MKTID-X                PIC X(5).
           05 WS-O-TEAM-X                 PIC X(10).
           05 WS-O-MAILBOX-X              PIC X(60).
           05 WS-O-DAYS-X                 PIC X(3).
           05 WS-O-DAYS-LEN               PIC S9(3) COMP-3 VALUE 0.
      * --- Owners, one entry per PGNAME or PGNAME/MKTID.
       01  WS-OWN-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-OWN-IDX.
              10 WS-O-PGNAME              PIC X(8).
              10 WS-O-MKTID               PIC X(5).
              10 WS-O-TEAM                PIC X(10).
              10 WS-O-DAYS                PIC 9(3).
       01  WS-OWN-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-SLA-TEAM                    PIC X(10) VALUE SPACES.
       01  WS-SLA-STATUS                  PIC X(9) VALUE SPACES.
      * --- One entry per audit signature, same grouping RRSAPESC
      * --- uses.
       01  WS-SIG-COUNT                   PIC S9(4) COMP-3 VALUE 0.
              10 WS-S-FIRST-SEEN          PIC 9(8).
              10 WS-S-LAST-SEEN           PIC 9(8).
              10 WS-S-SAMPLE-MSG          PIC X(70).
              10 WS-S-MKTID               PIC X(5).
       01  WS-SIG-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-SIG-FULL-FLAG               PIC X(1) VALUE 'N'.
       01  WS-DATE-WORK.
           05 WS-TOT-LINES                PIC 9(7) VALUE ZEROES.
           05 WS-TOT-OPEN                 PIC 9(7) VALUE ZEROES.
           05 WS-TOT-RESOLVED             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-OVERDUE              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ESCALATED            PIC 9(7) VALUE ZEROES.
           05 WS-TOT-NO-OWNER             PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN.
           END-IF
           PERFORM OPN-LOAD-ONE-DSP UNTIL NO-MORE-SAPDSP
           CLOSE GX-SAPDSP
           OPEN INPUT GX-SAPOWN
           IF NOT SAPOWN-ST-OK
              DISPLAY 'RSAPDSPR: SAPOWN OPEN FAILED, STATUS '
                      WS-SAPOWN-ST
              GOBACK
           END-IF
           PERFORM OPN-LOAD-ONE-OWNER UNTIL NO-MORE-SAPOWN
           CLOSE GX-SAPOWN
           OPEN INPUT GX-AUDIT
           IF NOT AUDIT-ST-OK
              DISPLAY 'RSAPDSPR: GX-AUDIT OPEN FAILED, STATUS '
           END-IF
           CONTINUE.

      * --- Same owner lines RSAPSLA accepts; a line it would
      * --- ignore is ignored here too.
       OPN-LOAD-ONE-OWNER.

           READ GX-SAPOWN
              AT END
                 MOVE 'Y' TO WS-SAPOWN-EOF
           END-READ
           IF SAPOWN-ST-OK AND NOT NO-MORE-SAPOWN
              IF WS-SAPOWN-LINE NOT = SPACES AND
                 WS-SAPOWN-LINE(1:1) NOT = '*'
                 MOVE SPACES TO WS-O-PGNAME-X WS-O-MKTID-X
                 MOVE SPACES TO WS-O-TEAM-X WS-O-MAILBOX-X
                 MOVE SPACES TO WS-O-DAYS-X
                 UNSTRING WS-SAPOWN-LINE DELIMITED BY '|'
                          INTO WS-O-PGNAME-X WS-O-MKTID-X
                               WS-O-TEAM-X WS-O-MAILBOX-X
                               WS-O-DAYS-X COUNT IN WS-O-DAYS-LEN
                 END-UNSTRING
                 IF WS-O-DAYS-LEN < 1 OR WS-O-DAYS-LEN > 3
                    MOVE 'X' TO WS-O-DAYS-X
                    MOVE 1 TO WS-O-DAYS-LEN
                 END-IF
                 IF WS-O-PGNAME-X NOT = SPACES AND
                    WS-O-MAILBOX-X NOT = SPACES AND
                    WS-O-DAYS-X(1:WS-O-DAYS-LEN) IS NUMERIC AND
                    WS-O-DAYS-X(1:WS-O-DAYS-LEN) NOT = ZEROES AND
                    WS-OWN-COUNT < 200
                    ADD 1 TO WS-OWN-COUNT
                    SET WS-OWN-IDX TO WS-OWN-COUNT
                    MOVE WS-O-PGNAME-X TO WS-O-PGNAME (WS-OWN-IDX)
                    MOVE WS-O-MKTID-X TO WS-O-MKTID (WS-OWN-IDX)
                    MOVE WS-O-TEAM-X TO WS-O-TEAM (WS-OWN-IDX)
                    MOVE WS-O-DAYS-X(1:WS-O-DAYS-LEN) TO
                     WS-O-DAYS (WS-OWN-IDX)
                 END-IF
              END-IF
           ELSE
              IF NOT NO-MORE-SAPOWN
                 DISPLAY 'RSAPDSPR: SAPOWN READ FAILED, STATUS '
                         WS-SAPOWN-ST
                 MOVE 'Y' TO WS-SAPOWN-EOF
              END-IF
           END-IF
           CONTINUE.

       OPN-READ-ONE-LINE.

           READ GX-AUDIT
           MOVE ZEROES TO WS-E-TRAMITE
           MOVE SPACES TO WS-E-PGNAME
           MOVE SPACES TO WS-E-MSG
           MOVE SPACES TO WS-E-MKTID
           IF WS-BAR-COUNT NOT LESS 6
              IF WS-F1(1:8) IS NUMERIC
                 MOVE WS-F1(1:8) TO WS-E-DATE
              END-IF
              MOVE WS-F5(1:8) TO WS-E-PGNAME
              MOVE WS-F7(1:70) TO WS-E-MSG
              MOVE WS-F3(1:5) TO WS-E-MKTID
           ELSE
              IF WS-F3(1:12) IS NUMERIC
                 MOVE WS-F3(1:12) TO WS-E-TRAMITE
              END-IF
              MOVE WS-F5(1:70) TO WS-E-MSG
              MOVE WS-F2(1:5) TO WS-E-MKTID
           END-IF
           CONTINUE.

                 MOVE WS-E-DATE TO WS-S-FIRST-SEEN (WS-SIG-IDX)
                 MOVE WS-E-DATE TO WS-S-LAST-SEEN (WS-SIG-IDX)
                 MOVE WS-E-MSG TO WS-S-SAMPLE-MSG (WS-SIG-IDX)
                 MOVE WS-E-MKTID TO WS-S-MKTID (WS-SIG-IDX)
              ELSE
                 IF WS-SIG-FULL-FLAG = 'N'
                    MOVE 'Y' TO WS-SIG-FULL-FLAG
           END-IF
           CONTINUE.

      * --- An owner line for the PGNAME and the signature's market
      * --- wins over the PGNAME's all-markets line, as in RSAPSLA.
       OPN-FIND-OWNER.

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

       OPN-PRINT-OPEN.

           MOVE SPACES TO WS-OPNRPT-LINE
                 MOVE ZEROES TO WS-AGE-DAYS
              END-IF
           END-IF
           PERFORM OPN-SLA-STATUS
           MOVE SPACES TO WS-OPNRPT-LINE
           IF WS-DSP-FOUND = 0
              STRING 'TRAMITE ' WS-S-TRAMITE (WS-SIG-IDX)
                     ' FIRST ' WS-S-FIRST-SEEN (WS-SIG-IDX)
                     ' AGE ' WS-AGE-DAYS
                     ' DAYS NO DISPOSITION'
                     ' ' WS-SLA-TEAM ' ' WS-SLA-STATUS
                     DELIMITED BY SIZE INTO WS-OPNRPT-LINE
           ELSE
              STRING 'TRAMITE ' WS-S-TRAMITE (WS-SIG-IDX)
                     ' AGE ' WS-AGE-DAYS
                     ' DAYS ' WS-D-STATUS (WS-DSP-IDX)
                     ' BY ' WS-D-USER (WS-DSP-IDX)
                     ' ' WS-SLA-TEAM ' ' WS-SLA-STATUS
                     DELIMITED BY SIZE INTO WS-OPNRPT-LINE
           END-IF
           WRITE WS-OPNRPT-LINE
           WRITE WS-OPNRPT-LINE
           CONTINUE.

      * --- Same thresholds RSAPSLA alerts on: past the target is
      * --- OVERDUE, twice the target or more ESCALATED.
       OPN-SLA-STATUS.

           PERFORM OPN-FIND-OWNER
           IF WS-OWN-FOUND = 0
              MOVE '(NONE)' TO WS-SLA-TEAM
              MOVE 'NO OWNER' TO WS-SLA-STATUS
              ADD 1 TO WS-TOT-NO-OWNER
           ELSE
              SET WS-OWN-IDX TO WS-OWN-FOUND
              MOVE WS-O-TEAM (WS-OWN-IDX) TO WS-SLA-TEAM
              IF WS-S-FIRST-SEEN (WS-SIG-IDX) = ZEROES
                 MOVE 'AGE UNKN' TO WS-SLA-STATUS
              ELSE
                 IF WS-AGE-DAYS NOT LESS WS-O-DAYS (WS-OWN-IDX) * 2
                    MOVE 'ESCALATED' TO WS-SLA-STATUS
                    ADD 1 TO WS-TOT-ESCALATED
                 ELSE
                    IF WS-AGE-DAYS > WS-O-DAYS (WS-OWN-IDX)
                       MOVE 'OVERDUE' TO WS-SLA-STATUS
                       ADD 1 TO WS-TOT-OVERDUE
                    ELSE
                       MOVE 'WITHIN' TO WS-SLA-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF
           CONTINUE.

       OPN-PRINT-RESOLVED.

           MOVE SPACES TO WS-OPNRPT-LINE
           STRING 'LINES ' WS-TOT-LINES
                  ' OPEN ' WS-TOT-OPEN
                  ' RESOLVED ' WS-TOT-RESOLVED
                  ' OVERDUE ' WS-TOT-OVERDUE
                  ' ESCALATED ' WS-TOT-ESCALATED
                  ' NO OWNER ' WS-TOT-NO-OWNER
                  DELIMITED BY SIZE INTO WS-OPNRPT-LINE
           WRITE WS-OPNRPT-LINE
           CONTINUE.
