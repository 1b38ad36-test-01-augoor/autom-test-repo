       PROCESS
               APOST.
       IDENTIFICATION DIVISION.

       PROGRAM-ID.               RTGCTDCMP.
      * Description: TGCTD As-Of Schedule Comparison
      * 2026-10-15  Initial version. Cutover sign-off companion to
      *             RTGCTDASF: resolves every CTDID/HRID series on
      *             the ITGCTD combo schedule at two keyed as-of dates
      *             with RTGCTDASF's rules (TGFCHVIG on or before the
      *             date, TGFCHFIN on or after it or zeroes/spaces for
      *             open-ended, latest TGFCHVIG wins) and reports what
      *             changes between them: every series whose in-force
      *             combo differs, with the old and new TGFCHVIG and
      *             TGFCHFIN and, side by side, the parts of the two
      *             records that differ; every series in force on one
      *             date only; and totals by CTDID. Both rows are
      *             re-read and compared as whole records, so every
      *             value field is covered without this program
      *             having to know the fields on the format.
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
           SELECT F0-TGCTD ASSIGN TO DATABASE-ITGCTD INDEXED
                  ACCESS DYNAMIC RECORD EXTERNALLY-DESCRIBED-KEY
                   STATUS V-FS.
           SELECT GX-CMPRPT ASSIGN TO DISK-CMPRPT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-CMPRPT-ST.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  F0-TGCTD LABEL RECORDS ARE OMITTED.
       01  F0-TGCTD-RCD.
           COPY DDSR-ALL-FORMATS OF ITGCTD.
       FD  GX-CMPRPT.
       01  WS-CMPRPT-LINE   PIC X(132).
       WORKING-STORAGE SECTION.

       01  V-FS                           PIC XX.
       01  WS-CMPRPT-ST                   PIC XX.
           88 CMPRPT-ST-OK                             VALUE '00'.
       01  WS-TGCTD-EOF                   PIC X(1) VALUE 'N'.
           88 NO-MORE-TGCTD                            VALUE 'Y'.
      * --- Every combo, held sorted by CTDID / HRID / TGFCHVIG so
      * --- each series can be walked contiguously, the same way
      * --- RTGCTDASF stages the schedule.
       01  WS-CMB-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-CMB-TABLE.
           05 WS-CMB-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-CMB-IDX.
              10 WS-C-CTDID               PIC 9(3).
              10 WS-C-HRID                PIC 9(4).
              10 WS-C-VIG                 PIC 9(8).
              10 WS-C-FIN                 PIC 9(8).
       01  WS-CMB-FULL-FLAG               PIC X(1) VALUE 'N'.
       01  WS-INS-FIELDS.
           05 WS-INS-POS                  PIC S9(4) COMP-3 VALUE 0.
           05 WS-SHIFT-SUB                PIC S9(4) COMP-3 VALUE 0.
           05 WS-NEW-CTDID                PIC 9(3) VALUE ZEROES.
           05 WS-NEW-HRID                 PIC 9(4) VALUE ZEROES.
           05 WS-NEW-VIG                  PIC 9(8) VALUE ZEROES.
           05 WS-NEW-FIN                  PIC 9(8) VALUE ZEROES.
           05 WS-FIN-X                    PIC X(8) VALUE SPACES.
      * --- Series walk: both resolutions per CTDID/HRID break.
       01  WS-WALK-FIELDS.
           05 WS-WALK-SUB                 PIC S9(4) COMP-3 VALUE 0.
           05 WS-SER-CTDID                PIC 9(3) VALUE ZEROES.
           05 WS-SER-HRID                 PIC 9(4) VALUE ZEROES.
           05 WS-OLD-SUB                  PIC S9(4) COMP-3 VALUE 0.
           05 WS-OLD-VIG                  PIC 9(8) VALUE ZEROES.
           05 WS-NEW-SUB                  PIC S9(4) COMP-3 VALUE 0.
           05 WS-NEW-BEST-VIG             PIC 9(8) VALUE ZEROES.
      * --- Record images of the two in-force rows, compared in
      * --- 20-byte slices.
       01  WS-REC-LEN                     PIC S9(4) COMP-3 VALUE 0.
       01  WS-OLD-IMAGE                   PIC X(1000) VALUE SPACES.
       01  WS-NEW-IMAGE                   PIC X(1000) VALUE SPACES.
       01  WS-SLICE-FIELDS.
           05 WS-SLICE-POS                PIC S9(4) COMP-3 VALUE 0.
           05 WS-SLICE-LEN                PIC S9(4) COMP-3 VALUE 0.
           05 WS-SLICE-END                PIC S9(4) COMP-3 VALUE 0.
           05 WS-SLICE-FROM-D             PIC 9(4) VALUE ZEROES.
           05 WS-SLICE-TO-D               PIC 9(4) VALUE ZEROES.
           05 WS-SLICE-OLD                PIC X(20) VALUE SPACES.
           05 WS-SLICE-NEW                PIC X(20) VALUE SPACES.
       01  WS-FIN-OLD-D                   PIC X(10) VALUE SPACES.
       01  WS-FIN-NEW-D                   PIC X(10) VALUE SPACES.
      * --- Outcome counters per CTDID, filled at each CTDID break.
       01  WS-CTD-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-CTD-TABLE.
           05 WS-CTD-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-CTD-IDX.
              10 WS-T-CTDID               PIC 9(3).
              10 WS-T-SERIES              PIC 9(5).
              10 WS-T-UNCHANGED           PIC 9(5).
              10 WS-T-CHANGED             PIC 9(5).
              10 WS-T-OLD-ONLY            PIC 9(5).
              10 WS-T-NEW-ONLY            PIC 9(5).
              10 WS-T-NEITHER             PIC 9(5).
       01  WS-TOTALS.
           05 WS-TOT-COMBOS               PIC 9(7) VALUE ZEROES.
           05 WS-TOT-SERIES               PIC 9(7) VALUE ZEROES.
           05 WS-TOT-UNCHANGED            PIC 9(7) VALUE ZEROES.
           05 WS-TOT-CHANGED              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-OLD-ONLY             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-NEW-ONLY             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-NEITHER              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ERRORS               PIC 9(7) VALUE ZEROES.
       LINKAGE SECTION.
       01  GXL-V1PASOFOLD                 PIC 9(8).
       01  GXL-V2PASOFNEW                 PIC 9(8).
       PROCEDURE DIVISION USING
                                GXL-V1PASOFOLD
                                GXL-V2PASOFNEW
                                .
       MAIN.

           IF GXL-V1PASOFOLD NOT NUMERIC OR GXL-V1PASOFOLD = ZEROES
              OR GXL-V2PASOFNEW NOT NUMERIC OR GXL-V2PASOFNEW = ZEROES
              DISPLAY 'RTGCTDCMP: BOTH AS-OF DATES REQUIRED'
              GOBACK
           END-IF
           OPEN INPUT F0-TGCTD
           IF V-FS NOT = '00'
              DISPLAY 'RTGCTDCMP: ITGCTD OPEN FAILED, STATUS ' V-FS
              GOBACK
           END-IF
           OPEN OUTPUT GX-CMPRPT
           IF NOT CMPRPT-ST-OK
              DISPLAY 'RTGCTDCMP: REPORT OPEN FAILED, STATUS '
                      WS-CMPRPT-ST
              CLOSE F0-TGCTD
              GOBACK
           END-IF
           COMPUTE WS-REC-LEN = FUNCTION LENGTH (F0-TGCTD-RCD)
           IF WS-REC-LEN > 1000
              MOVE 1000 TO WS-REC-LEN
           END-IF
           MOVE SPACES TO WS-CMPRPT-LINE
           STRING 'TGCTD SCHEDULE COMPARISON AS OF ' GXL-V1PASOFOLD
                  ' AGAINST ' GXL-V2PASOFNEW
                  DELIMITED BY SIZE INTO WS-CMPRPT-LINE
           WRITE WS-CMPRPT-LINE
           MOVE ZEROES TO TGFCHVIG OF F0-TGCTD-RCD
           MOVE ZEROES TO HRID OF F0-TGCTD-RCD
           START F0-TGCTD KEY IS >=
                               TGFCHVIG OF F0-TGCTD-RCD
                               HRID OF F0-TGCTD-RCD
              INVALID KEY
                 MOVE 'Y' TO WS-TGCTD-EOF
           END-START
           PERFORM CMP-LOAD-ONE UNTIL NO-MORE-TGCTD
           IF WS-CMB-FULL-FLAG = 'Y'
              MOVE '** COMBO TABLE FULL - COMPARISON INCOMPLETE' TO
               WS-CMPRPT-LINE
              WRITE WS-CMPRPT-LINE
           END-IF
           PERFORM CMP-WALK-SERIES
           PERFORM CMP-PRINT-BY-CTDID
           PERFORM CMP-PRINT-TOTALS
           CLOSE F0-TGCTD
           CLOSE GX-CMPRPT
           DISPLAY 'RTGCTDCMP: SERIES ' WS-TOT-SERIES
                   ' CHANGED ' WS-TOT-CHANGED
                   ' OLD ONLY ' WS-TOT-OLD-ONLY
                   ' NEW ONLY ' WS-TOT-NEW-ONLY
                   ' ERRORS ' WS-TOT-ERRORS
           GOBACK
           CONTINUE.

       CMP-LOAD-ONE.

           READ F0-TGCTD NEXT
              AT END
                 MOVE 'Y' TO WS-TGCTD-EOF
           END-READ
           IF NO-MORE-TGCTD
              CONTINUE
           ELSE
              IF V-FS = '00'
                 PERFORM CMP-INSERT-SORTED
              ELSE
                 IF V-FS NOT = '10' AND V-FS NOT = '23'
                    DISPLAY 'RTGCTDCMP: ITGCTD READ FAILED, STATUS '
                            V-FS
                 END-IF
                 MOVE 'Y' TO WS-TGCTD-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- Insert in CTDID / HRID / TGFCHVIG order, shifting the
      * --- tail up, so every series comes out contiguous and
      * --- date-ordered whatever order the file delivers.
       CMP-INSERT-SORTED.

           IF WS-CMB-COUNT NOT LESS 2000
              IF WS-CMB-FULL-FLAG = 'N'
                 MOVE 'Y' TO WS-CMB-FULL-FLAG
                 DISPLAY 'RTGCTDCMP: COMBO TABLE FULL, COMPARISON '
                         'INCOMPLETE'
              END-IF
           ELSE
              MOVE CTDID OF F0-TGCTD-RCD TO WS-NEW-CTDID
              MOVE HRID OF F0-TGCTD-RCD TO WS-NEW-HRID
              MOVE TGFCHVIG OF F0-TGCTD-RCD TO WS-NEW-VIG
              MOVE TGFCHFIN OF F0-TGCTD-RCD TO WS-FIN-X
              IF WS-FIN-X IS NUMERIC
                 MOVE WS-FIN-X TO WS-NEW-FIN
              ELSE
                 MOVE ZEROES TO WS-NEW-FIN
              END-IF
              ADD 1 TO WS-TOT-COMBOS
              MOVE 1 TO WS-INS-POS
              PERFORM UNTIL WS-INS-POS > WS-CMB-COUNT
                 OR WS-C-CTDID (WS-INS-POS) > WS-NEW-CTDID
                 OR (WS-C-CTDID (WS-INS-POS) = WS-NEW-CTDID AND
                     WS-C-HRID (WS-INS-POS) > WS-NEW-HRID)
                 OR (WS-C-CTDID (WS-INS-POS) = WS-NEW-CTDID AND
                     WS-C-HRID (WS-INS-POS) = WS-NEW-HRID AND
                     WS-C-VIG (WS-INS-POS) > WS-NEW-VIG)
                 ADD 1 TO WS-INS-POS
              END-PERFORM
              MOVE WS-CMB-COUNT TO WS-SHIFT-SUB
              PERFORM UNTIL WS-SHIFT-SUB < WS-INS-POS
                 MOVE WS-CMB-ENTRY (WS-SHIFT-SUB) TO
                  WS-CMB-ENTRY (WS-SHIFT-SUB + 1)
                 SUBTRACT 1 FROM WS-SHIFT-SUB
              END-PERFORM
              MOVE WS-NEW-CTDID TO WS-C-CTDID (WS-INS-POS)
              MOVE WS-NEW-HRID TO WS-C-HRID (WS-INS-POS)
              MOVE WS-NEW-VIG TO WS-C-VIG (WS-INS-POS)
              MOVE WS-NEW-FIN TO WS-C-FIN (WS-INS-POS)
              ADD 1 TO WS-CMB-COUNT
           END-IF
           CONTINUE.

      * --- Walk the sorted table series by series, resolving each
      * --- CTDID/HRID at both dates when the series breaks.
       CMP-WALK-SERIES.

           IF WS-CMB-COUNT > 0
              MOVE WS-C-CTDID (1) TO WS-SER-CTDID
              MOVE WS-C-HRID (1) TO WS-SER-HRID
              PERFORM CMP-NEW-CTDID
              PERFORM CMP-RESET-SERIES
              PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
                      UNTIL WS-WALK-SUB > WS-CMB-COUNT
                 IF WS-C-CTDID (WS-WALK-SUB) NOT = WS-SER-CTDID OR
                    WS-C-HRID (WS-WALK-SUB) NOT = WS-SER-HRID
                    PERFORM CMP-RESOLVE-SERIES
                    IF WS-C-CTDID (WS-WALK-SUB) NOT = WS-SER-CTDID
                       MOVE WS-C-CTDID (WS-WALK-SUB) TO WS-SER-CTDID
                       PERFORM CMP-NEW-CTDID
                    END-IF
                    MOVE WS-C-HRID (WS-WALK-SUB) TO WS-SER-HRID
                    PERFORM CMP-RESET-SERIES
                 END-IF
                 PERFORM CMP-CONSIDER-ONE
              END-PERFORM
              PERFORM CMP-RESOLVE-SERIES
           END-IF
           CONTINUE.

       CMP-RESET-SERIES.

           MOVE 0 TO WS-OLD-SUB
           MOVE ZEROES TO WS-OLD-VIG
           MOVE 0 TO WS-NEW-SUB
           MOVE ZEROES TO WS-NEW-BEST-VIG
           CONTINUE.

      * --- CTDIDs arrive in ascending order, so each one opens the
      * --- next entry of the totals table.
       CMP-NEW-CTDID.

           IF WS-CTD-COUNT < 1000
              ADD 1 TO WS-CTD-COUNT
              SET WS-CTD-IDX TO WS-CTD-COUNT
              MOVE WS-SER-CTDID TO WS-T-CTDID (WS-CTD-IDX)
              MOVE ZEROES TO WS-T-SERIES (WS-CTD-IDX)
              MOVE ZEROES TO WS-T-UNCHANGED (WS-CTD-IDX)
              MOVE ZEROES TO WS-T-CHANGED (WS-CTD-IDX)
              MOVE ZEROES TO WS-T-OLD-ONLY (WS-CTD-IDX)
              MOVE ZEROES TO WS-T-NEW-ONLY (WS-CTD-IDX)
              MOVE ZEROES TO WS-T-NEITHER (WS-CTD-IDX)
           END-IF
           CONTINUE.

      * --- RTGCTDASF's rule, applied once per as-of date: a row is
      * --- in force when it starts on or before the date and ends
      * --- on or after it (zero end = open ended); among qualifying
      * --- rows the latest start wins.
       CMP-CONSIDER-ONE.

           IF WS-C-VIG (WS-WALK-SUB) NOT GREATER GXL-V1PASOFOLD
              IF WS-C-FIN (WS-WALK-SUB) = ZEROES OR
                 WS-C-FIN (WS-WALK-SUB) NOT LESS GXL-V1PASOFOLD
                 IF WS-OLD-SUB = 0 OR
                    WS-C-VIG (WS-WALK-SUB) NOT LESS WS-OLD-VIG
                    MOVE WS-WALK-SUB TO WS-OLD-SUB
                    MOVE WS-C-VIG (WS-WALK-SUB) TO WS-OLD-VIG
                 END-IF
              END-IF
           END-IF
           IF WS-C-VIG (WS-WALK-SUB) NOT GREATER GXL-V2PASOFNEW
              IF WS-C-FIN (WS-WALK-SUB) = ZEROES OR
                 WS-C-FIN (WS-WALK-SUB) NOT LESS GXL-V2PASOFNEW
                 IF WS-NEW-SUB = 0 OR
                    WS-C-VIG (WS-WALK-SUB) NOT LESS WS-NEW-BEST-VIG
                    MOVE WS-WALK-SUB TO WS-NEW-SUB
                    MOVE WS-C-VIG (WS-WALK-SUB) TO WS-NEW-BEST-VIG
                 END-IF
              END-IF
           END-IF
           CONTINUE.

       CMP-RESOLVE-SERIES.

           ADD 1 TO WS-TOT-SERIES
           ADD 1 TO WS-T-SERIES (WS-CTD-IDX)
           EVALUATE TRUE
              WHEN WS-OLD-SUB = 0 AND WS-NEW-SUB = 0
                 ADD 1 TO WS-TOT-NEITHER
                 ADD 1 TO WS-T-NEITHER (WS-CTD-IDX)
              WHEN WS-NEW-SUB = 0
                 ADD 1 TO WS-TOT-OLD-ONLY
                 ADD 1 TO WS-T-OLD-ONLY (WS-CTD-IDX)
                 MOVE SPACES TO WS-CMPRPT-LINE
                 STRING 'CTD ' WS-SER-CTDID
                        ' HR ' WS-SER-HRID
                        ' IN FORCE ON ' GXL-V1PASOFOLD
                        ' ONLY (FROM ' WS-C-VIG (WS-OLD-SUB)
                        ') - NOTHING IN FORCE ON ' GXL-V2PASOFNEW
                        DELIMITED BY SIZE INTO WS-CMPRPT-LINE
                 WRITE WS-CMPRPT-LINE
              WHEN WS-OLD-SUB = 0
                 ADD 1 TO WS-TOT-NEW-ONLY
                 ADD 1 TO WS-T-NEW-ONLY (WS-CTD-IDX)
                 MOVE SPACES TO WS-CMPRPT-LINE
                 STRING 'CTD ' WS-SER-CTDID
                        ' HR ' WS-SER-HRID
                        ' IN FORCE ON ' GXL-V2PASOFNEW
                        ' ONLY (FROM ' WS-C-VIG (WS-NEW-SUB)
                        ') - NOTHING IN FORCE ON ' GXL-V1PASOFOLD
                        DELIMITED BY SIZE INTO WS-CMPRPT-LINE
                 WRITE WS-CMPRPT-LINE
              WHEN WS-OLD-SUB = WS-NEW-SUB
                 ADD 1 TO WS-TOT-UNCHANGED
                 ADD 1 TO WS-T-UNCHANGED (WS-CTD-IDX)
              WHEN OTHER
                 ADD 1 TO WS-TOT-CHANGED
                 ADD 1 TO WS-T-CHANGED (WS-CTD-IDX)
                 PERFORM CMP-RPT-CHANGED
           END-EVALUATE
           CONTINUE.

      * --- Different rows in force on the two dates: heading line
      * --- with both effectivities, then the record slices that
      * --- differ, old and new side by side.
       CMP-RPT-CHANGED.

           IF WS-C-FIN (WS-OLD-SUB) = ZEROES
              MOVE 'OPEN-ENDED' TO WS-FIN-OLD-D
           ELSE
              MOVE WS-C-FIN (WS-OLD-SUB) TO WS-FIN-OLD-D
           END-IF
           IF WS-C-FIN (WS-NEW-SUB) = ZEROES
              MOVE 'OPEN-ENDED' TO WS-FIN-NEW-D
           ELSE
              MOVE WS-C-FIN (WS-NEW-SUB) TO WS-FIN-NEW-D
           END-IF
           MOVE SPACES TO WS-CMPRPT-LINE
           STRING 'CTD ' WS-SER-CTDID
                  ' HR ' WS-SER-HRID
                  ' CHANGED  OLD FROM ' WS-C-VIG (WS-OLD-SUB)
                  ' UNTIL ' WS-FIN-OLD-D
                  '  NEW FROM ' WS-C-VIG (WS-NEW-SUB)
                  ' UNTIL ' WS-FIN-NEW-D
                  DELIMITED BY SIZE INTO WS-CMPRPT-LINE
           WRITE WS-CMPRPT-LINE
           MOVE WS-C-VIG (WS-OLD-SUB) TO TGFCHVIG OF F0-TGCTD-RCD
           MOVE WS-SER-HRID TO HRID OF F0-TGCTD-RCD
           READ F0-TGCTD
              INVALID KEY
                 CONTINUE
           END-READ
           IF V-FS = '00'
              MOVE F0-TGCTD-RCD TO WS-OLD-IMAGE
              MOVE WS-C-VIG (WS-NEW-SUB) TO TGFCHVIG OF F0-TGCTD-RCD
              MOVE WS-SER-HRID TO HRID OF F0-TGCTD-RCD
              READ F0-TGCTD
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF
           IF V-FS = '00'
              MOVE F0-TGCTD-RCD TO WS-NEW-IMAGE
              PERFORM VARYING WS-SLICE-POS FROM 1 BY 20
                      UNTIL WS-SLICE-POS > WS-REC-LEN
                 PERFORM CMP-COMPARE-SLICE
              END-PERFORM
           ELSE
              ADD 1 TO WS-TOT-ERRORS
              MOVE SPACES TO WS-CMPRPT-LINE
              STRING '    RECORD REREAD FAILED (' V-FS
                     ') - VALUES NOT COMPARED'
                     DELIMITED BY SIZE INTO WS-CMPRPT-LINE
              WRITE WS-CMPRPT-LINE
           END-IF
           CONTINUE.

       CMP-COMPARE-SLICE.

           COMPUTE WS-SLICE-LEN = WS-REC-LEN - WS-SLICE-POS + 1
           IF WS-SLICE-LEN > 20
              MOVE 20 TO WS-SLICE-LEN
           END-IF
           IF WS-OLD-IMAGE(WS-SLICE-POS:WS-SLICE-LEN) NOT =
              WS-NEW-IMAGE(WS-SLICE-POS:WS-SLICE-LEN)
              MOVE SPACES TO WS-SLICE-OLD WS-SLICE-NEW
              MOVE WS-OLD-IMAGE(WS-SLICE-POS:WS-SLICE-LEN) TO
               WS-SLICE-OLD
              MOVE WS-NEW-IMAGE(WS-SLICE-POS:WS-SLICE-LEN) TO
               WS-SLICE-NEW
              INSPECT WS-SLICE-OLD REPLACING ALL LOW-VALUE BY '.'
              INSPECT WS-SLICE-NEW REPLACING ALL LOW-VALUE BY '.'
              COMPUTE WS-SLICE-END = WS-SLICE-POS + WS-SLICE-LEN - 1
              MOVE WS-SLICE-POS TO WS-SLICE-FROM-D
              MOVE WS-SLICE-END TO WS-SLICE-TO-D
              MOVE SPACES TO WS-CMPRPT-LINE
              STRING '    BYTES ' WS-SLICE-FROM-D '-' WS-SLICE-TO-D
                     '  OLD [' WS-SLICE-OLD ']'
                     '  NEW [' WS-SLICE-NEW ']'
                     DELIMITED BY SIZE INTO WS-CMPRPT-LINE
              WRITE WS-CMPRPT-LINE
           END-IF
           CONTINUE.

       CMP-PRINT-BY-CTDID.

           MOVE SPACES TO WS-CMPRPT-LINE
           WRITE WS-CMPRPT-LINE
           MOVE 'TOTALS BY CTDID' TO WS-CMPRPT-LINE
           WRITE WS-CMPRPT-LINE
           IF WS-CTD-COUNT > 0
              PERFORM VARYING WS-CTD-IDX FROM 1 BY 1
                      UNTIL WS-CTD-IDX > WS-CTD-COUNT
                 MOVE SPACES TO WS-CMPRPT-LINE
                 STRING '  CTD ' WS-T-CTDID (WS-CTD-IDX)
                        ' SERIES ' WS-T-SERIES (WS-CTD-IDX)
                        ' UNCHANGED ' WS-T-UNCHANGED (WS-CTD-IDX)
                        ' CHANGED ' WS-T-CHANGED (WS-CTD-IDX)
                        ' OLD ONLY ' WS-T-OLD-ONLY (WS-CTD-IDX)
                        ' NEW ONLY ' WS-T-NEW-ONLY (WS-CTD-IDX)
                        ' NEITHER ' WS-T-NEITHER (WS-CTD-IDX)
                        DELIMITED BY SIZE INTO WS-CMPRPT-LINE
                 WRITE WS-CMPRPT-LINE
              END-PERFORM
           ELSE
              MOVE '  (NONE)' TO WS-CMPRPT-LINE
              WRITE WS-CMPRPT-LINE
           END-IF
           CONTINUE.

       CMP-PRINT-TOTALS.

           MOVE SPACES TO WS-CMPRPT-LINE
           WRITE WS-CMPRPT-LINE
           MOVE SPACES TO WS-CMPRPT-LINE
           STRING 'COMBOS ' WS-TOT-COMBOS
                  ' SERIES ' WS-TOT-SERIES
                  ' UNCHANGED ' WS-TOT-UNCHANGED
                  ' CHANGED ' WS-TOT-CHANGED
                  ' OLD ONLY ' WS-TOT-OLD-ONLY
                  ' NEW ONLY ' WS-TOT-NEW-ONLY
                  ' NEITHER ' WS-TOT-NEITHER
                  ' ERRORS ' WS-TOT-ERRORS
                  DELIMITED BY SIZE INTO WS-CMPRPT-LINE
           WRITE WS-CMPRPT-LINE
           CONTINUE.
