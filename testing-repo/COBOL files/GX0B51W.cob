       PROCESS
               APOST.
       IDENTIFICATION DIVISION.

       PROGRAM-ID.               GX0B51W.
      * Description: Pending Status Requests ICDNro
      * 2026-10-15  A request decided on ICDAPR frees its table slot
      *             as the log is read, so the table holds only the
      *             requests still open and never fills with
      *             decided ones as the log grows.
      * 2026-10-15  Initial version. Second half of the two-person
      *             approval for sensitive ICDNro status changes:
      *             lists every open, unexpired PENREQ request that
      *             GX0B50W's F9 wrote to ICDAPR (PICID, old and new
      *             status, requester, date/time, reason) in the
      *             subfile of display file SW005217. Option 1
      *             approves, option 4 rejects. Only profiles listed
      *             as APPROVER on the ICDAPRC control may decide,
      *             and never on a request they raised themselves
      *             (a requester may still reject, i.e. withdraw,
      *             their own request). An approval REWRITEs
      *             PICSTATUS, provided it still holds the status
      *             seen when the request was raised, and journals
      *             it to STSJRNL with mode 'A' and both profiles.
      *             Every decision is appended to ICDAPR as a PENDEC
      *             line, an approval's before PICSTATUS is touched,
      *             so no status changes without it. Requests older
      *             than EXPDAYS are not shown and cannot be
      *             approved; RICDAPX records them as expired.
       AUTHOR.                   MAINTENANCE
                                 FOR IBM COBOL/400.
       DATE-WRITTEN.             15 de Octubre de 2026.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.          IBM-AS400.
       OBJECT-COMPUTER.          IBM-AS400.
       SPECIAL-NAMES.            I-O-FEEDBACK IS DISPLAY-FEEDBACK
                                 DECIMAL-POINT IS COMMA
                                 .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0-ICDNRO ASSIGN TO DATABASE-IICDNR INDEXED
                  ACCESS DYNAMIC RECORD EXTERNALLY-DESCRIBED-KEY
                   STATUS V-FS.
           SELECT GX-CRT-FILE ASSIGN TO WORKSTATION-SW005217-SI
                  TRANSACTION ACCESS DYNAMIC RELATIVE GX-SFLRELRECNBR
                  STATUS GX-WS-STATUS.
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
       FILE SECTION.

       FD  F0-ICDNRO LABEL RECORDS ARE OMITTED.
       01  F0-ICDNRO-RCD.
           COPY DDSR-ALL-FORMATS OF IICDNR.
       FD  GX-CRT-FILE LABEL RECORDS ARE OMITTED.
       01  GX-CRT-RECORD.
           COPY DDSR-ALL-FORMATS OF SW005217 .
       FD  GX-JRNL.
       01  WS-JRNL-LINE                   PIC X(132).
       FD  GX-APR.
       01  WS-APR-LINE                    PIC X(132).
       FD  GX-APRC.
       01  WS-APRC-LINE                   PIC X(80).
       WORKING-STORAGE SECTION.

       01  GX-FIRST-TIME                  PIC  X(001)       VALUE '1'.
       01  GX-RETURN                      PIC S9      COMP-3.
       01  GX-EXIT-LEVEL                  PIC S9      COMP-3.
       01  GX-ALARM                       PIC S9      COMP-3.
       01  GX-QCMDEXC-CMD                 PIC  X(3000).
       01  GX-QCMDEXC-CMDLEN              PIC S9(10)V9(5) COMP-3.
       01  GX-STATUS-VARIABLES.
           05 GX-CSRROW                   PIC S9(002) COMP-4.
           05 GX-CSRCOL                   PIC S9(002) COMP-4.
           05 GX-SFLRELRECNBR             PIC  9(004) COMP-4.
           05 GX-WS-STATUS                PIC  X(002).
           05 GX-SFLRECNBR                PIC S9(004) COMP-4.
           05 GX-WS-FMT                   PIC  X(010).
           05 MISCELANEOUS-FLAGS.
              10 FILLER                   PIC 1.
              10 FILLER                   PIC 1.
              10 FILLER                   PIC 1.
              10 FILLER                   PIC 1.
              10 FILLER                   PIC 1.
                 88 RECORD-HAS-ERRORS                       VALUE B'1'.
                 88 RECORD-HAS-NO-ERRORS                    VALUE B'0'.
              10 FILLER                   PIC 1.
                 88 ALWAYS-ON                               VALUE B'1'.
              10 FILLER                   PIC 1.
                 88 ALARM-ON                                VALUE B'1'.
                 88 ALARM-OFF                               VALUE B'0'.
              10 FILLER        OCCURS  3  PIC 1.
           05 SUBFILE-FLAGS.
              10 FILLER                   PIC 1.
              10 FILLER                   PIC 1.
                 88 DISPLAY-SFL                             VALUE B'1'.
                 88 NO-DISPLAY-SFL                          VALUE B'0'.
              10 FILLER                   PIC 1.
                 88 DISPLAY-SFLCTL                          VALUE B'1'.
                 88 NO-DISPLAY-SFLCTL                       VALUE B'0'.
              10 FILLER                   PIC 1.
                 88 SFL-END                                 VALUE B'1'.
                 88 NO-SFL-END                              VALUE B'0'.
           05 LEVEL-FLAGS.
              10 FILLER                   PIC 1.
              10 FILLER                   PIC 1.
              10 FILLER                   PIC 1.
                 88 MORE-SFL-REC                            VALUE B'1'.
                 88 NO-MORE-SFL-REC                         VALUE B'0'.
       01  MSG-DESCRIPTION                PIC  X(078).
       01  FILLER.
           05 MSG-ARRAY       OCCURS 100.
              10 MSG-TYPE                 PIC  X(001).
                 88 ERROR-MSG                               VALUE '1'.
                 88 WARNING-MSG                             VALUE '0'.
              10 MSG-TEXT                 PIC  X(078).
       01  MSG-COUNTER                    PIC  9(003) COMP-4.
       01  MSG-COUNTER-LOOP               PIC  9(003) COMP-4.
       01  GX-RESTART-FLAG PIC X.
           88 GX-RESTART         VALUE '1'.
           88 GX-NO-RESTART      VALUE '0'.
       01  V-FS                     PIC  XX.
       01  GX-IO-CODE               PIC S9(0004) COMP-3.
           88 GX-IO-EOF                                 VALUE  100.
           88 GX-IO-LOCKED-FILE                         VALUE -001.
           88 GX-IO-LOCKED-RCD                          VALUE -002.
           88 GX-IO-DUP-KEY                             VALUE -003.
           88 GX-IO-BAD-RCD-LEN                         VALUE -004.
           88 GX-IO-MISSING-READ                        VALUE -005.
           88 GX-IO-OTHER-ERRORS                        VALUE -999.
           88 GX-RCD-FOUND                              VALUE    0.
           88 GX-IO-OK                                  VALUE    0.
       01  GX-OVRDBF.
           02 FILLER                   PIC X(012) VALUE 'OVRDBF FILE('.
           02 GX-ODBF-FILE             PIC X(021).
           02 FILLER                   PIC X(009) VALUE ') TOFILE('.
           02 GX-ODBF-TOFILE           PIC X(021).
           02 FILLER                   PIC X(008) VALUE ') SHARE('.
           02 GX-ODBF-SHARE            PIC X(004).
           02 FILLER                   PIC X(009) VALUE ') LVLCHK('.
           02 GX-ODBF-LVLCHK           PIC X(004).
           02 FILLER                   PIC X(010) VALUE ') WAITRCD('.
           02 GX-ODBF-WAITRCD          PIC X(005).
           02 FILLER                   PIC X(001) VALUE ')'.
       01  WS-FEEDBACK-AREA.
           05 FILLER                      PIC  X(144).
           05 FILLER.
              10 FILLER                   PIC  X(002).
              10 WS-AID                   PIC  X(001).
              10 WS-CURSOR.
                 15 WS-ROW                PIC  X(001).
                 15 WS-COL                PIC  X(001).
              10 FILLER                   PIC  X(006).
              10 WS-FIRST-SFL-REC         PIC  9(004) COMP-4.
              10 FILLER                   PIC  X(019).
              10 FILLER                   PIC  X(067).
       01  WS-AID-BYTE-SAVED              PIC  X(002).
       01  WS-AID-BYTE.
           07 FILLER                      PIC  X(001) VALUE LOW-VALUE.
           07 WS-AID-BYTE-HEX             PIC  X(001).
       01  WS-AID-BYTE-REDEFINED
           REDEFINES WS-AID-BYTE          PIC S9(04) COMP-4.
           88  WS-KEY-F3                             VALUE +51.
           88  WS-KEY-F5                             VALUE +53.
           88  WS-KEY-F12                            VALUE +60.
           88  WS-KEY-ENTER                          VALUE +241 +63.
       01  WS-ROW-BYTE.
           07 FILLER                      PIC  X(001).
           07 WS-ROW-BYTE-HEX             PIC  X(001).
       01  WS-ROW-POS
           REDEFINES WS-ROW-BYTE          PIC  9(002) COMP-4.
       01  WS-COL-BYTE.
           07 FILLER                      PIC  X(001).
           07 WS-COL-BYTE-HEX             PIC  X(001).
       01  WS-COL-POS
           REDEFINES WS-COL-BYTE          PIC  9(002) COMP-4.
       01  GX-INDICATORS.
           05 FILLER       OCCURS 99      PIC 1 INDICATOR 1.
       01  FILLER REDEFINES GX-INDICATORS.
           05 GX-ATT-IND.
              10 IND-ARRAY OCCURS 79      PIC 1.
           05 MISCELANEOUS-INDICATORS.
              10 FILLER    OCCURS 10      PIC 1.
           05 SUBFILE-INDICATORS.
              10 FILLER    OCCURS 10      PIC 1.
       01  GX-MSGDTA                      PIC X(256) VALUE SPACES.
       01  GX-MSGID                       PIC X(7) VALUE SPACES.
       01  GX-MSGTYPE                     PIC X(1) VALUE SPACES.
       01  GX-RETRY-ANS                   PIC X(1) VALUE SPACES.
       01  GX-RETRY-MSG                   PIC X(256) VALUE SPACES.
       01  GX-LOCK-COUNT                  PIC S9(3) COMP-3 VALUE ZEROES.
       01  GX-IO-OP                       PIC X(10) VALUE SPACES.
       01  GX-IO-XFI                      PIC X(256) VALUE SPACES.
       01  GXV-V10PGMDESC                 PIC X(30) VALUE SPACES.
       01  GXV-PICID                      PIC X(6) VALUE SPACES.
       01  GXV-SELOPT                     PIC X(1) VALUE SPACES.
       01  EXC-SFL-RCD-CNT-0002           PIC S9(5) COMP-3 VALUE ZEROES.
       01  WS-FKEYS                       PIC X(78) VALUE
           'F3=Salir  F5=Renovar  F12=Cancelar   1=Aprobar  4=Rechazar'.
       01  WS-JRNL-ST                     PIC XX.
           88 JRNL-ST-OK                              VALUE '00'.
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
       01  WS-JRN-DATE                    PIC 9(8) VALUE ZEROES.
       01  WS-JRN-TIME                    PIC 9(8) VALUE ZEROES.
       01  WS-JRN-USER                    PIC X(10) VALUE SPACES.
      * --- QUSRJOBI receiver: the job user name sits at bytes
      * --- 19-28 of the JOBI0100 format.
       01  WS-JOBI-RECEIVER               PIC X(100) VALUE SPACES.
       01  WS-JOBI-RECLEN                 PIC S9(9) COMP-4 VALUE 100.
       01  WS-JOBI-FORMAT                 PIC X(8) VALUE 'JOBI0100'.
       01  WS-JOBI-JOBNAME                PIC X(26) VALUE '*'.
       01  WS-JOBI-INTERNAL               PIC X(16) VALUE SPACES.
      * --- ICDAPRC control: approver profiles and the days an
      * --- unapproved request stays open (default 7).
       01  WS-APR-EXPDAYS                 PIC 9(3) VALUE 7.
       01  WS-APRC-PARSE.
           05 WS-C-TAG                    PIC X(8).
           05 WS-C-VALUE                  PIC X(10).
           05 WS-C-VALUE-LEN              PIC S9(3) COMP-3 VALUE 0.
       01  WS-APU-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-APU-TABLE.
           05 WS-APU-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-APU-IDX.
              10 WS-APU-USER              PIC X(10).
       01  WS-APPROVER-FLAG               PIC X(1) VALUE 'N'.
           88 USER-IS-APPROVER                        VALUE 'Y'.
      * --- Set by APR-WRITE-DECISION once the PENDEC line is on
      * --- ICDAPR; the CLOSE that follows resets WS-APR-ST.
       01  WS-APR-WRITTEN                 PIC X(1) VALUE 'N'.
           88 APR-DECISION-WRITTEN                    VALUE 'Y'.
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
      * --- Every request on the log still open, in log order;
      * --- 'N' once decided in this session.
       01  WS-REQ-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-REQ-IDX.
              10 WS-Q-PICID               PIC X(6).
              10 WS-Q-DATE                PIC X(8).
              10 WS-Q-TIME                PIC X(8).
              10 WS-Q-OLD                 PIC X(1).
              10 WS-Q-NEW                 PIC X(1).
              10 WS-Q-USER                PIC X(10).
              10 WS-Q-REASON              PIC X(40).
              10 WS-Q-OPEN                PIC X(1).
       01  WS-REQ-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-REQ-FULL-FLAG               PIC X(1) VALUE 'N'.
       01  WS-RUN-INT                     PIC S9(9) COMP-3 VALUE 0.
       01  WS-REQ-INT                     PIC S9(9) COMP-3 VALUE 0.
       01  WS-REQ-DATE-N                  PIC 9(8) VALUE ZEROES.
      * --- Key of the subfile row being decided.
       01  WS-SEL-PICID                   PIC X(6) VALUE SPACES.
       01  WS-SEL-DATE                    PIC X(8) VALUE SPACES.
       01  WS-SEL-TIME                    PIC X(8) VALUE SPACES.
       01  WS-DECISION                    PIC X(3) VALUE SPACES.
       01  WS-DEC-APPROVED                PIC 9(3) VALUE ZEROES.
       01  WS-DEC-REJECTED                PIC 9(3) VALUE ZEROES.
       01  WS-DEC-REFUSED                 PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN.

           MOVE ZEROES TO GX-ALARM
           MOVE ZEROES TO GX-INDICATORS
           MOVE ZEROES TO WS-ROW-POS
           MOVE ZEROES TO WS-COL-POS
           MOVE ZEROES TO WS-FIRST-SFL-REC
           MOVE ZEROES TO WS-AID-BYTE-REDEFINED
           MOVE ZEROES TO MSG-COUNTER
           MOVE ZEROES TO GX-SFLRELRECNBR
           SET RECORD-HAS-NO-ERRORS TO TRUE
           SET ALWAYS-ON TO TRUE
           MOVE 'Solicitudes pendientes ICDNro' TO GXV-V10PGMDESC
           MOVE 0 TO GX-EXIT-LEVEL
           MOVE 0 TO GX-RETURN
           IF GX-FIRST-TIME = '1'
              OPEN I-O GX-CRT-FILE
           END-IF
           PERFORM CLR-SCREEN
           IF GX-FIRST-TIME = '1'
              MOVE 'IICDNR' TO GX-ODBF-FILE
              MOVE 'IICDNR' TO GX-ODBF-TOFILE
              MOVE '*NO' TO GX-ODBF-SHARE
              MOVE ' ' TO GX-ODBF-WAITRCD
              MOVE '*NO' TO GX-ODBF-LVLCHK
              MOVE GX-OVRDBF TO GX-QCMDEXC-CMD
              MOVE 110 TO GX-QCMDEXC-CMDLEN
              CALL 'QCMDEXC' USING GX-QCMDEXC-CMD
                                   GX-QCMDEXC-CMDLEN
              MOVE 'opening' TO GX-IO-OP
              MOVE 'F0-ICDNRO' TO GX-IO-XFI
              MOVE 0 TO GX-LOCK-COUNT
              PERFORM TEST AFTER UNTIL GX-IO-CODE NOT LESS ZERO
      * --- Opened I-O so an approval can REWRITE PICSTATUS.
                 OPEN I-O F0-ICDNRO
                 PERFORM GX-FILE-STATUS-ANALYSIS
                 PERFORM GX-IOERR-LOOP
              END-PERFORM
              OPEN EXTEND GX-JRNL
              IF NOT JRNL-ST-OK
                 DISPLAY 'GX0B51W: STSJRNL OPEN FAILED, STATUS '
                         WS-JRNL-ST
              END-IF
              PERFORM APR-JOB-USER
              PERFORM APR-LOAD-CONTROL
           END-IF
           PERFORM T0002-MAIN
           MOVE '0' TO GX-FIRST-TIME
           GOBACK
           CONTINUE.

       T0002-MAIN.

           SET GX-RESTART TO TRUE
           PERFORM UNTIL GX-RETURN = 1 OR GX-EXIT-LEVEL = 1
              IF GX-RESTART
                 PERFORM T0002-CLR-SFL
                 PERFORM T0002-LOAD-SFL
                 SET GX-NO-RESTART TO TRUE
              END-IF
              PERFORM CLR-SCREEN
              PERFORM T0002-MAINSCR
              MOVE 'B0100C' TO GX-WS-FMT
              PERFORM READ-SCREEN
              MOVE ZEROES TO GX-CSRROW
              MOVE ZEROES TO GX-CSRCOL
              EVALUATE TRUE
                 WHEN WS-KEY-ENTER
                    IF EXC-SFL-RCD-CNT-0002 GREATER ZERO
                       PERFORM T0002-DECIDE
                    END-IF
                    SET GX-RESTART TO TRUE
                 WHEN WS-KEY-F3
                    MOVE 1 TO GX-RETURN
                 WHEN WS-KEY-F12
                    MOVE 1 TO GX-EXIT-LEVEL
                 WHEN WS-KEY-F5
                    SET GX-RESTART TO TRUE
                 WHEN OTHER
                    MOVE 'Tecla de función no válida en este momento.'
            TO MSG-DESCRIPTION
                    PERFORM GX-ADD-MSG
              END-EVALUATE
           END-PERFORM
           PERFORM T0002-CLR-SFL
           CONTINUE.

       T0002-MAINSCR.

           MOVE WS-FKEYS TO GXFKL OF GXFKR-O
           MOVE 'GXFKR' TO GX-WS-FMT
           PERFORM WRITE-SCREEN
           PERFORM GX-MSG-MANAGER
           MOVE 'B0101' TO GX-WS-FMT
           MOVE GXV-V10PGMDESC TO V10PGMDESC OF B0101-O
           MOVE WS-JRN-USER TO V13USER OF B0101-O
           PERFORM WRITE-SCREEN
           IF EXC-SFL-RCD-CNT-0002 NOT GREATER 0
              MOVE 'EL0200' TO GX-WS-FMT
              PERFORM WRITE-SCREEN
           END-IF
           MOVE 'B0100C' TO GX-WS-FMT
           SET DISPLAY-SFLCTL TO TRUE
           IF EXC-SFL-RCD-CNT-0002 GREATER 0
              SET DISPLAY-SFL    TO TRUE
           ELSE
              SET NO-DISPLAY-SFL TO TRUE
           END-IF
           SET SFL-END TO TRUE
           MOVE 1 TO GX-SFLRECNBR
           MOVE GX-SFLRECNBR TO SFLRCD OF B0100C-O
           COMPUTE CSRROW OF B0100C-O = GX-CSRROW - 0
           COMPUTE CSRCOL OF B0100C-O = GX-CSRCOL - 0
           PERFORM WRITE-SCREEN
           CONTINUE.

       T0002-CLR-SFL.

           MOVE ZEROES TO EXC-SFL-RCD-CNT-0002
           MOVE 'B0100C' TO GX-WS-FMT
           SET NO-DISPLAY-SFLCTL TO TRUE
           SET NO-DISPLAY-SFL    TO TRUE
           MOVE 1 TO SFLRCD OF B0100C-O
           PERFORM WRITE-SCREEN
           CONTINUE.

      * --- The whole list is loaded at once from the request log:
      * --- one row per open request not yet past EXPDAYS.
       T0002-LOAD-SFL.

           PERFORM APR-LOAD-REQUESTS
           IF WS-REQ-COUNT > 0
              PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                      UNTIL WS-REQ-IDX > WS-REQ-COUNT
                 IF WS-Q-OPEN (WS-REQ-IDX) = 'Y'
                    PERFORM APR-AGE-REQUEST
                    IF WS-RUN-INT - WS-REQ-INT NOT > WS-APR-EXPDAYS
                       PERFORM T0002-WRT-SFL
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CONTINUE.

       T0002-WRT-SFL.

           MOVE 'B0100' TO GX-WS-FMT
           MOVE SPACES TO SELOPT OF B0100-O
           MOVE WS-Q-PICID (WS-REQ-IDX) TO RQPICID OF B0100-O
           MOVE WS-Q-OLD (WS-REQ-IDX) TO RQOLDSTS OF B0100-O
           MOVE WS-Q-NEW (WS-REQ-IDX) TO RQNEWSTS OF B0100-O
           MOVE WS-Q-USER (WS-REQ-IDX) TO RQUSER OF B0100-O
           MOVE WS-Q-DATE (WS-REQ-IDX) TO RQDATE OF B0100-O
           MOVE WS-Q-TIME (WS-REQ-IDX) TO RQTIME OF B0100-O
           MOVE WS-Q-REASON (WS-REQ-IDX) TO RQREASON OF B0100-O
           ADD 1 TO EXC-SFL-RCD-CNT-0002
           MOVE EXC-SFL-RCD-CNT-0002 TO GX-SFLRELRECNBR
           PERFORM WRITE-SUBFILE
           MOVE ZEROES TO GX-ATT-IND
           CONTINUE.

      * --- Apply the options keyed on the list. The log is read
      * --- again first so a request another approver decided in
      * --- the meantime is not decided twice.
       T0002-DECIDE.

           MOVE ZEROES TO WS-DEC-APPROVED
           MOVE ZEROES TO WS-DEC-REJECTED
           MOVE ZEROES TO WS-DEC-REFUSED
           PERFORM APR-LOAD-REQUESTS
           SET MORE-SFL-REC TO TRUE
           PERFORM T0002-DECIDE-ONE
             UNTIL NO-MORE-SFL-REC
           IF WS-DEC-APPROVED > 0 OR WS-DEC-REJECTED > 0 OR
              WS-DEC-REFUSED > 0
              MOVE SPACES TO MSG-DESCRIPTION
              STRING 'Solicitudes: ' WS-DEC-APPROVED
                     ' aprobadas, ' WS-DEC-REJECTED
                     ' rechazadas, ' WS-DEC-REFUSED
                     ' no procesadas.'
                     DELIMITED BY SIZE INTO MSG-DESCRIPTION
              PERFORM GX-ADD-MSG
           END-IF
           CONTINUE.

       T0002-DECIDE-ONE.

           MOVE 'B0100' TO GX-WS-FMT
           SET MORE-SFL-REC TO TRUE
           PERFORM READ-SUBFILE-NEXT-MODIFIED
           IF MORE-SFL-REC
              MOVE SELOPT OF B0100-I TO GXV-SELOPT
              MOVE RQPICID OF B0100-I TO WS-SEL-PICID
              MOVE RQDATE OF B0100-I TO WS-SEL-DATE
              MOVE RQTIME OF B0100-I TO WS-SEL-TIME
              MOVE WS-SEL-PICID TO GXV-PICID
              EVALUATE GXV-SELOPT
                 WHEN SPACES
                    CONTINUE
                 WHEN '1'
                    MOVE 'APR' TO WS-DECISION
                    PERFORM APR-DECIDE-REQUEST
                 WHEN '4'
                    MOVE 'REJ' TO WS-DECISION
                    PERFORM APR-DECIDE-REQUEST
                 WHEN OTHER
                    ADD 1 TO WS-DEC-REFUSED
                    MOVE SPACES TO MSG-DESCRIPTION
                    STRING 'ICDNro ' GXV-PICID
                           ': opción no válida (1 ó 4).'
                           DELIMITED BY SIZE INTO MSG-DESCRIPTION
                    PERFORM GX-ADD-ERR-MSG
              END-EVALUATE
           END-IF
           CONTINUE.

      * --- The request must still be open and unexpired. Approving
      * --- needs an approver other than the requester; rejecting
      * --- needs an approver or the requester.
       APR-DECIDE-REQUEST.

           MOVE 0 TO WS-REQ-FOUND
           IF WS-REQ-COUNT > 0
              PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                      UNTIL WS-REQ-IDX > WS-REQ-COUNT
                 IF WS-Q-PICID (WS-REQ-IDX) = WS-SEL-PICID AND
                    WS-Q-DATE (WS-REQ-IDX) = WS-SEL-DATE AND
                    WS-Q-TIME (WS-REQ-IDX) = WS-SEL-TIME
                    SET WS-REQ-FOUND TO WS-REQ-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-REQ-FOUND = 0
              MOVE 'ya resuelta o no está en el registro.' TO
               GX-MSGDTA
              PERFORM APR-REFUSE
           ELSE
              SET WS-REQ-IDX TO WS-REQ-FOUND
              PERFORM APR-AGE-REQUEST
              EVALUATE TRUE
                 WHEN WS-Q-OPEN (WS-REQ-IDX) NOT = 'Y'
                    MOVE 'ya fue resuelta por otro usuario.' TO
                     GX-MSGDTA
                    PERFORM APR-REFUSE
                 WHEN WS-RUN-INT - WS-REQ-INT > WS-APR-EXPDAYS
                    MOVE 'EXP' TO WS-DECISION
                    PERFORM APR-WRITE-DECISION
                    MOVE 'vencida, no puede resolverse.' TO GX-MSGDTA
                    PERFORM APR-REFUSE
                 WHEN WS-DECISION = 'APR' AND NOT USER-IS-APPROVER
                    MOVE 'sin autoridad de aprobación.' TO GX-MSGDTA
                    PERFORM APR-REFUSE
                 WHEN WS-DECISION = 'APR' AND
                      WS-Q-USER (WS-REQ-IDX) = WS-JRN-USER
                    MOVE 'no puede aprobar su propia solicitud.' TO
                     GX-MSGDTA
                    PERFORM APR-REFUSE
                 WHEN WS-DECISION = 'REJ' AND NOT USER-IS-APPROVER AND
                      WS-Q-USER (WS-REQ-IDX) NOT = WS-JRN-USER
                    MOVE 'sin autoridad para rechazar.' TO GX-MSGDTA
                    PERFORM APR-REFUSE
                 WHEN WS-DECISION = 'REJ'
                    PERFORM APR-WRITE-DECISION
                    IF APR-DECISION-WRITTEN
                       ADD 1 TO WS-DEC-REJECTED
                       MOVE SPACES TO MSG-DESCRIPTION
                       STRING 'ICDNro ' GXV-PICID ': rechazada.'
                              DELIMITED BY SIZE INTO MSG-DESCRIPTION
                       PERFORM GX-ADD-MSG
                    ELSE
                       MOVE 'no se pudo registrar la decisión.' TO
                        GX-MSGDTA
                       PERFORM APR-REFUSE
                    END-IF
                 WHEN OTHER
                    PERFORM APR-APPLY
              END-EVALUATE
           END-IF
           CONTINUE.

      * --- The status is only changed if the record still holds the
      * --- status the request was raised against; otherwise the
      * --- request stays open for the approver to reject. The
      * --- approval is logged first: if ICDAPR cannot take it the
      * --- status is left alone and the request stays open.
       APR-APPLY.

           MOVE GXV-PICID TO PICID OF F0-ICDNRO-RCD
           MOVE 'reading' TO GX-IO-OP
           MOVE 'F0-ICDNRO' TO GX-IO-XFI
           READ F0-ICDNRO
                INVALID KEY
                   CONTINUE
           END-READ
           PERFORM GX-FILE-STATUS-ANALYSIS
           EVALUATE TRUE
              WHEN GX-IO-LOCKED-FILE OR GX-IO-LOCKED-RCD
                 MOVE 'trabado, intente de nuevo.' TO GX-MSGDTA
                 PERFORM APR-REFUSE
              WHEN NOT GX-RCD-FOUND
                 MOVE 'no encontrado en IICDNR.' TO GX-MSGDTA
                 PERFORM APR-REFUSE
              WHEN PICSTATUS OF F0-ICDNRO-RCD NOT =
                   WS-Q-OLD (WS-REQ-IDX)
                 MOVE 'el estado cambió desde la solicitud.' TO
                  GX-MSGDTA
                 PERFORM APR-REFUSE
              WHEN OTHER
                 PERFORM APR-WRITE-DECISION
                 IF NOT APR-DECISION-WRITTEN
                    MOVE 'no se pudo registrar la decisión.' TO
                     GX-MSGDTA
                    PERFORM APR-REFUSE
                 ELSE
                    PERFORM APR-APPLY-STATUS
                 END-IF
           END-EVALUATE
           CONTINUE.

      * --- The PENDEC APR line is already on ICDAPR and has closed
      * --- the request; a failed REWRITE is reported so the change
      * --- can be raised again.
       APR-APPLY-STATUS.

           MOVE WS-Q-NEW (WS-REQ-IDX) TO
            PICSTATUS OF F0-ICDNRO-RCD
           MOVE 'rewriting' TO GX-IO-OP
           REWRITE F0-ICDNRO-RCD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           PERFORM GX-FILE-STATUS-ANALYSIS
           IF GX-IO-OK
              ADD 1 TO WS-DEC-APPROVED
              PERFORM APR-JRNL-WRITE
              MOVE SPACES TO MSG-DESCRIPTION
              STRING 'ICDNro ' GXV-PICID ': aprobada, estado '
                     WS-Q-NEW (WS-REQ-IDX) ' aplicado.'
                     DELIMITED BY SIZE INTO MSG-DESCRIPTION
              PERFORM GX-ADD-MSG
           ELSE
              DISPLAY 'GX0B51W: ICDNRO ' GXV-PICID
                      ' APPROVED BUT NOT REWRITTEN, STATUS ' V-FS
              MOVE 'aprobada pero el estado no se aplicó.' TO
               GX-MSGDTA
              PERFORM APR-REFUSE
           END-IF
           CONTINUE.

       APR-REFUSE.

           ADD 1 TO WS-DEC-REFUSED
           MOVE SPACES TO MSG-DESCRIPTION
           STRING 'ICDNro ' GXV-PICID ': ' GX-MSGDTA
                  DELIMITED BY SIZE INTO MSG-DESCRIPTION
           PERFORM GX-ADD-ERR-MSG
           CONTINUE.

      * --- PENDEC|PICID|request date|request time|decision|date|
      * --- time|user, appended to the request log.
       APR-WRITE-DECISION.

           MOVE 'N' TO WS-APR-WRITTEN
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           OPEN EXTEND GX-APR
           IF APR-ST-OK
              MOVE SPACES TO WS-APR-LINE
              STRING 'PENDEC|' WS-SEL-PICID '|'
                     WS-SEL-DATE '|' WS-SEL-TIME '|'
                     WS-DECISION '|'
                     WS-JRN-DATE '|' WS-JRN-TIME '|'
                     WS-JRN-USER
                     DELIMITED BY SIZE INTO WS-APR-LINE
              WRITE WS-APR-LINE
              IF APR-ST-OK
                 MOVE 'Y' TO WS-APR-WRITTEN
              ELSE
                 DISPLAY 'GX0B51W: ICDAPR WRITE FAILED, STATUS '
                         WS-APR-ST
              END-IF
              CLOSE GX-APR
              IF APR-DECISION-WRITTEN
                 MOVE 'N' TO WS-Q-OPEN (WS-REQ-IDX)
              END-IF
           ELSE
              DISPLAY 'GX0B51W: ICDAPR OPEN FAILED, STATUS '
                      WS-APR-ST
           END-IF
           CONTINUE.

      * --- Same STSCHG line GX0B50W journals, with mode 'A' and the
      * --- approver's profile after the requester's:
      * --- STSCHG|date|time|PICID|old|new|requester|A|approver.
       APR-JRNL-WRITE.

           IF JRNL-ST-OK
              MOVE SPACES TO WS-JRNL-LINE
              STRING 'STSCHG' DELIMITED BY SIZE '|' DELIMITED BY
            SIZE
                     WS-JRN-DATE DELIMITED BY SIZE '|' DELIMITED
            BY SIZE
                     WS-JRN-TIME DELIMITED BY SIZE '|' DELIMITED
            BY SIZE
                     GXV-PICID DELIMITED BY SIZE '|' DELIMITED BY
            SIZE
                     WS-Q-OLD (WS-REQ-IDX) DELIMITED BY SIZE '|'
                     DELIMITED BY SIZE
                     WS-Q-NEW (WS-REQ-IDX) DELIMITED BY SIZE '|'
                     DELIMITED BY SIZE
                     FUNCTION TRIM (WS-Q-USER (WS-REQ-IDX))
                     DELIMITED BY SIZE '|' DELIMITED BY SIZE
                     'A' DELIMITED BY SIZE '|' DELIMITED BY SIZE
                     FUNCTION TRIM (WS-JRN-USER) DELIMITED BY SIZE
                     INTO WS-JRNL-LINE
              WRITE WS-JRNL-LINE
              IF NOT JRNL-ST-OK
                 DISPLAY 'GX0B51W: STSJRNL WRITE FAILED, STATUS '
                         WS-JRNL-ST
              END-IF
           END-IF
           CONTINUE.

      * --- Age of the request in days, for the EXPDAYS test.
       APR-AGE-REQUEST.

           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE
               (WS-JRN-DATE)
           MOVE WS-Q-DATE (WS-REQ-IDX) TO WS-REQ-DATE-N
           COMPUTE WS-REQ-INT = FUNCTION INTEGER-OF-DATE
               (WS-REQ-DATE-N)
           CONTINUE.

       APR-LOAD-REQUESTS.

           MOVE 0 TO WS-REQ-COUNT
           MOVE 'N' TO WS-APR-EOF
           OPEN INPUT GX-APR
           IF APR-ST-OK
              PERFORM APR-READ-ONE UNTIL NO-MORE-APR
              CLOSE GX-APR
           ELSE
              DISPLAY 'GX0B51W: ICDAPR OPEN FAILED, STATUS '
                      WS-APR-ST
           END-IF
           CONTINUE.

       APR-READ-ONE.

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
                       PERFORM APR-ADD-REQUEST
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
                          PERFORM APR-DROP-REQUEST
                       END-IF
                 END-EVALUATE
              END-IF
           ELSE
              IF NOT NO-MORE-APR
                 DISPLAY 'GX0B51W: ICDAPR READ FAILED, STATUS '
                         WS-APR-ST
                 MOVE 'Y' TO WS-APR-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- On a PENREQ line field 5 is the old status, 6 the new
      * --- status, 7 the requester and 8 the reason.
       APR-ADD-REQUEST.

           IF WS-REQ-COUNT < 500
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
                 DISPLAY 'GX0B51W: REQUEST TABLE FULL, LATER '
                         'REQUESTS NOT SHOWN'
              END-IF
           END-IF
           CONTINUE.

      * --- A decided request gives up its slot: the later entries
      * --- move up one, keeping log order, so the table only ever
      * --- holds requests still waiting for a decision.
       APR-DROP-REQUEST.

           PERFORM VARYING WS-REQ-IDX FROM WS-REQ-FOUND BY 1
                   UNTIL WS-REQ-IDX NOT < WS-REQ-COUNT
              MOVE WS-REQ-ENTRY (WS-REQ-IDX + 1) TO
               WS-REQ-ENTRY (WS-REQ-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-REQ-COUNT
           CONTINUE.

      * --- ICDAPRC control: APPROVER|profile lines and EXPDAYS|nnn.
      * --- STATUS lines are for GX0B50W and ignored here. Without
      * --- the control nobody may approve.
       APR-LOAD-CONTROL.

           MOVE 0 TO WS-APU-COUNT
           MOVE 'N' TO WS-APRC-EOF
           OPEN INPUT GX-APRC
           IF APRC-ST-OK
              PERFORM APR-CONTROL-ONE UNTIL NO-MORE-APRC
              CLOSE GX-APRC
           ELSE
              DISPLAY 'GX0B51W: ICDAPRC OPEN FAILED, STATUS '
                      WS-APRC-ST
           END-IF
           MOVE 'N' TO WS-APPROVER-FLAG
           IF WS-APU-COUNT > 0
              PERFORM VARYING WS-APU-IDX FROM 1 BY 1
                      UNTIL WS-APU-IDX > WS-APU-COUNT
                 IF WS-APU-USER (WS-APU-IDX) = WS-JRN-USER
                    SET USER-IS-APPROVER TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF NOT USER-IS-APPROVER
              MOVE 'Sin autoridad de aprobación: solo consulta.' TO
               MSG-DESCRIPTION
              PERFORM GX-ADD-MSG
           END-IF
           CONTINUE.

       APR-CONTROL-ONE.

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
                 WHEN WS-C-TAG = 'APPROVER' AND WS-C-VALUE NOT = SPACES
                    IF WS-APU-COUNT < 50
                       ADD 1 TO WS-APU-COUNT
                       SET WS-APU-IDX TO WS-APU-COUNT
                       MOVE WS-C-VALUE TO WS-APU-USER (WS-APU-IDX)
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
                 DISPLAY 'GX0B51W: ICDAPRC READ FAILED, STATUS '
                         WS-APRC-ST
                 MOVE 'Y' TO WS-APRC-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- The job's user profile, retrieved once per session
      * --- through the QUSRJOBI API, as GX0B50W does.
       APR-JOB-USER.

           MOVE SPACES TO WS-JOBI-RECEIVER
           CALL 'QUSRJOBI' USING WS-JOBI-RECEIVER
                                 WS-JOBI-RECLEN
                                 WS-JOBI-FORMAT
                                 WS-JOBI-JOBNAME
                                 WS-JOBI-INTERNAL
                ON OVERFLOW
                MOVE SPACES TO WS-JOBI-RECEIVER
           END-CALL
           IF WS-JOBI-RECEIVER(19:10) NOT = SPACES
              MOVE WS-JOBI-RECEIVER(19:10) TO WS-JRN-USER
           ELSE
              MOVE '*UNKNOWN' TO WS-JRN-USER
           END-IF
           CONTINUE.

      * --- Referenced routines
       READ-SUBFILE-NEXT-MODIFIED.

           READ SUBFILE GX-CRT-FILE
                NEXT MODIFIED
                FORMAT IS GX-WS-FMT
                AT END
                   SET NO-MORE-SFL-REC TO TRUE
           END-READ
           IF GX-WS-STATUS NOT EQUAL '00'
              SET NO-MORE-SFL-REC TO TRUE
           END-IF
           MOVE ZEROES TO GX-ATT-IND.
       WRITE-SUBFILE.

           MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
           MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
           WRITE SUBFILE GX-CRT-RECORD
                 FORMAT IS GX-WS-FMT
                 INDICATORS ARE GX-INDICATORS
                 INVALID KEY
                    CONTINUE
           END-WRITE.
       GX-ABORT.

           MOVE 'S'       TO GX-MSGTYPE
           CALL 'GXMSGS'  USING GX-MSGID
                                GX-MSGDTA
                                GX-MSGTYPE
           STOP RUN.
       GX-IOERR-LOOP.

           EVALUATE TRUE
              WHEN GX-IO-OK OR GX-IO-EOF
                 CONTINUE
              WHEN GX-IO-LOCKED-FILE OR
                   GX-IO-LOCKED-RCD
                 ADD 1 TO GX-LOCK-COUNT
                 IF GX-LOCK-COUNT >= 10
                    MOVE SPACES TO GX-RETRY-MSG
                    STRING 'Otro usuario traba los datos de' GX-IO-XFI
                        DELIMITED BY SIZE INTO GX-RETRY-MSG
                    CALL 'GXAR' USING GX-RETRY-MSG GX-RETRY-ANS
                    IF GX-RETRY-ANS = 'R'
                       MOVE 0 TO GX-LOCK-COUNT
                    ELSE
                       MOVE 'GXM9999' TO GX-MSGID
                       MOVE 'Proceso cancelado por el usuario.' TO
            GX-MSGDTA
                       GO TO GX-ABORT
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'GXM9999' TO GX-MSGID
                 MOVE SPACES    TO GX-MSGDTA
                 STRING 'Error (' V-FS ') ' GX-IO-OP ' ' GX-IO-XFI
                     DELIMITED BY SIZE INTO GX-MSGDTA
                 GO TO GX-ABORT
           END-EVALUATE.
       CLR-SCREEN.
           MOVE 'CLRSCR'           TO GX-WS-FMT
           PERFORM WRITE-SCREEN.
       WRITE-SCREEN.
           IF GX-ALARM NOT EQUAL 0
              SET ALARM-ON TO TRUE
           ELSE
              SET ALARM-OFF TO TRUE
           END-IF
           MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
           MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
           WRITE GX-CRT-RECORD
                 FORMAT IS GX-WS-FMT
                 INDICATORS ARE GX-INDICATORS.
       READ-SCREEN.
           SET MORE-SFL-REC TO TRUE
           READ GX-CRT-FILE
               FORMAT IS GX-WS-FMT
               INDICATORS ARE GX-INDICATORS
           ACCEPT WS-FEEDBACK-AREA FROM DISPLAY-FEEDBACK
           MOVE WS-ROW TO WS-ROW-BYTE-HEX
           MOVE WS-COL TO WS-COL-BYTE-HEX
           MOVE WS-AID TO WS-AID-BYTE-HEX
           MOVE ZEROES TO GX-ALARM
           MOVE ZEROES TO GX-ATT-IND.
       GX-MSG-MANAGER.
           IF MSG-COUNTER NOT GREATER ZERO
              MOVE SPACES TO MSG-DESCRIPTION
              PERFORM GX-ADD-MSG
           END-IF

           SET  DISPLAY-SFLCTL     TO TRUE
           SET  NO-SFL-END         TO TRUE
           SET  NO-DISPLAY-SFL     TO TRUE
           MOVE 'INFLIN'           TO GX-WS-FMT
           PERFORM WRITE-SCREEN

           MOVE MSG-COUNTER TO MSG-COUNTER-LOOP
           PERFORM UNTIL MSG-COUNTER-LOOP EQUAL ZERO
              MOVE MSG-COUNTER-LOOP TO GX-SFLRELRECNBR
              MOVE MSG-TEXT (MSG-COUNTER-LOOP) TO MSGTXT OF MSGREC-O
              IF ERROR-MSG (MSG-COUNTER-LOOP)
                 SET RECORD-HAS-ERRORS TO TRUE
              ELSE
                 SET RECORD-HAS-NO-ERRORS TO TRUE
              END-IF
              MOVE SUBFILE-FLAGS      TO SUBFILE-INDICATORS
              MOVE MISCELANEOUS-FLAGS TO MISCELANEOUS-INDICATORS
              WRITE SUBFILE GX-CRT-RECORD
                    FORMAT IS 'MSGREC'
                    INDICATORS ARE GX-INDICATORS
                    INVALID KEY CONTINUE
              END-WRITE
              SUBTRACT 1 FROM MSG-COUNTER-LOOP
           END-PERFORM

           SET  DISPLAY-SFLCTL     TO TRUE
           SET  DISPLAY-SFL        TO TRUE
           SET  SFL-END            TO TRUE
           MOVE 'INFLIN'           TO GX-WS-FMT
           PERFORM WRITE-SCREEN
           MOVE ZERO               TO MSG-COUNTER.
       GX-ADD-MSG.
           ADD 1 TO MSG-COUNTER
           IF MSG-COUNTER GREATER 100
              MOVE 100 TO MSG-COUNTER
           END-IF
           MOVE MSG-DESCRIPTION TO MSG-TEXT (MSG-COUNTER)
           SET WARNING-MSG (MSG-COUNTER) TO TRUE.
       GX-ADD-ERR-MSG.
           PERFORM GX-ADD-MSG
           SET ERROR-MSG (MSG-COUNTER) TO TRUE.
      * --- End referenced routines
       GX-FILE-STATUS-ANALYSIS.

           EVALUATE TRUE
              WHEN V-FS = '00' OR
                   V-FS = '41' OR
                   V-FS = '42' OR
                   V-FS = '43' OR
                   V-FS = '94' OR
                   V-FS = '95'
                 SET GX-IO-OK           TO TRUE

              WHEN V-FS = '10' OR
                   V-FS = '23' OR
                   V-FS = '46'
                 SET GX-IO-EOF          TO TRUE

              WHEN V-FS = '92' OR
                   V-FS = '90'
                 SET GX-IO-LOCKED-FILE  TO TRUE

              WHEN V-FS = '9D'
                 SET GX-IO-LOCKED-RCD   TO TRUE

              WHEN V-FS = '22'
                 SET GX-IO-DUP-KEY      TO TRUE

              WHEN V-FS = '43' OR
                   V-FS = '94' OR
                   V-FS = '9S'
                 SET GX-IO-MISSING-READ TO TRUE

              WHEN V-FS = '04'
                 SET GX-IO-BAD-RCD-LEN  TO TRUE

              WHEN OTHER
                 SET GX-IO-OTHER-ERRORS TO TRUE
           END-EVALUATE
           CONTINUE.
