
       PROGRAM-ID.               RSTSJRN.
      * Description: ICDNro Status Change Journal Report
      * 2026-10-15  Reads the approver profile GX0B51W adds as a
      *             9th field on mode 'A' (approved) lines, lists
      *             such changes as requested by one user and
      *             approved by another, and totals them apart
      *             from multi and single changes.
      * 2026-09-02  Initial version. Report over the STSJRNL journal
      *             GX0B50W appends (one STSCHG line per PICSTATUS
      *             REWRITE: date, time, PICID, old and new status,
       01  WS-JRNL-EOF                    PIC X(1) VALUE 'N'.
           88 NO-MORE-JRNL                             VALUE 'Y'.
      * --- Parsed fields of one journal line:
      * --- STSCHG|date|time|PICID|old|new|user|mode[|approver]
       01  WS-PARSE-FIELDS.
           05 WS-F-TAG                    PIC X(6).
           05 WS-F-DATE                   PIC X(8).
           05 WS-F-NEW                    PIC X(1).
           05 WS-F-USER                   PIC X(10).
           05 WS-F-MODE                   PIC X(1).
           05 WS-F-APPROVER               PIC X(10).
      * --- Changes totalled per user profile.
       01  WS-USR-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-USR-TABLE.
           05 WS-TOT-LISTED               PIC 9(7) VALUE ZEROES.
           05 WS-TOT-MULTI                PIC 9(7) VALUE ZEROES.
           05 WS-TOT-SINGLE               PIC 9(7) VALUE ZEROES.
           05 WS-TOT-APPROVED             PIC 9(7) VALUE ZEROES.
       LINKAGE SECTION.
       01  GXL-V1PPICID                   PIC X(6).
       PROCEDURE DIVISION USING
                   ' LISTED ' WS-TOT-LISTED
                   ' MULTI ' WS-TOT-MULTI
                   ' SINGLE ' WS-TOT-SINGLE
                   ' APPROVED ' WS-TOT-APPROVED
           GOBACK
           CONTINUE.

              ADD 1 TO WS-TOT-LINES
              MOVE SPACES TO WS-F-TAG WS-F-DATE WS-F-TIME
              MOVE SPACES TO WS-F-PICID WS-F-OLD WS-F-NEW
              MOVE SPACES TO WS-F-USER WS-F-MODE WS-F-APPROVER
              UNSTRING WS-JRNL-LINE DELIMITED BY '|'
                       INTO WS-F-TAG WS-F-DATE WS-F-TIME
                            WS-F-PICID WS-F-OLD WS-F-NEW
                            WS-F-USER WS-F-MODE WS-F-APPROVER
              END-UNSTRING
              IF WS-F-TAG = 'STSCHG'
                 IF GXL-V1PPICID = SPACES OR
       JRN-LIST-ONE.

           ADD 1 TO WS-TOT-LISTED
           EVALUATE WS-F-MODE
              WHEN 'M'
                 ADD 1 TO WS-TOT-MULTI
              WHEN 'A'
                 ADD 1 TO WS-TOT-APPROVED
              WHEN OTHER
                 ADD 1 TO WS-TOT-SINGLE
           END-EVALUATE
           MOVE SPACES TO WS-JRNRPT-LINE
           IF WS-F-MODE = 'A'
              STRING WS-F-DATE ' ' WS-F-TIME
                     ' ICDNRO ' WS-F-PICID
                     ' ' WS-F-OLD ' -> ' WS-F-NEW
                     ' REQ BY ' WS-F-USER
                     ' APPROVED BY ' WS-F-APPROVER
                     DELIMITED BY SIZE INTO WS-JRNRPT-LINE
           ELSE
              STRING WS-F-DATE ' ' WS-F-TIME
                     ' ICDNRO ' WS-F-PICID
                     ' ' WS-F-OLD ' -> ' WS-F-NEW
                     ' BY ' WS-F-USER
                     ' MODE ' WS-F-MODE
                     DELIMITED BY SIZE INTO WS-JRNRPT-LINE
           END-IF
           WRITE WS-JRNRPT-LINE
           PERFORM JRN-COUNT-USER
           CONTINUE.
                  ' LISTED ' WS-TOT-LISTED
                  ' MULTI ' WS-TOT-MULTI
                  ' SINGLE ' WS-TOT-SINGLE
                  ' APPROVED ' WS-TOT-APPROVED
                  DELIMITED BY SIZE INTO WS-JRNRPT-LINE
           WRITE WS-JRNRPT-LINE
           CONTINUE.
