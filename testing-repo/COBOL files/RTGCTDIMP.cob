       PROCESS
               APOST.
       IDENTIFICATION DIVISION.

       PROGRAM-ID.               RTGCTDIMP.
      * Description: TGCTD Combo Bulk Import
      * 2026-10-15  Initial version. Loads new combos prepared in the
      *             work file ITGCTDI, a duplicate of ITGCTD with the
      *             same record format (CTDID, HRID, TGFCHVIG,
      *             TGFCHFIN and every value field), so tariff changes
      *             no longer have to be keyed one at a time through
      *             the GX0BN1W create path. Before anything is
      *             written each CTDID/HRID series is checked as it
      *             would stand after the import, against the rules
      *             RTGCTDVAL applies (superseded same date, overlap,
      *             coverage gap), plus the ITGCTD key (TGFCHVIG/HRID)
      *             not already taken on file or twice in the import.
      *             A series fails only on a fault involving an
      *             imported row; faults between rows already on
      *             ITGCTD remain RTGCTDVAL's report. The sign-off
      *             report lists every imported row with its outcome
      *             and every rejected series with the rule it broke.
      *             Mode R reports only; mode C writes the rows only
      *             if the whole file is clean; mode V writes the rows
      *             of the valid series and leaves the rejected ones
      *             out. Rows are written from the import record as
      *             read, so the whole format is carried without this
      *             program having to know every field on it.
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
           SELECT F1-TGCTDI ASSIGN TO DATABASE-ITGCTDI
                  ORGANIZATION SEQUENTIAL
                   STATUS V-FS1.
           SELECT GX-IMPRPT ASSIGN TO DISK-IMPRPT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-IMPRPT-ST.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  F0-TGCTD LABEL RECORDS ARE OMITTED.
       01  F0-TGCTD-RCD.
           COPY DDSR-ALL-FORMATS OF ITGCTD.
       FD  F1-TGCTDI LABEL RECORDS ARE OMITTED.
       01  F1-TGCTDI-RCD.
           COPY DDSR-ALL-FORMATS OF ITGCTD.
       FD  GX-IMPRPT.
       01  WS-IMPRPT-LINE   PIC X(132).
       WORKING-STORAGE SECTION.

       01  V-FS                           PIC XX.
       01  V-FS1                          PIC XX.
       01  WS-IMPRPT-ST                   PIC XX.
           88 IMPRPT-ST-OK                             VALUE '00'.
       01  WS-TGCTD-EOF                   PIC X(1) VALUE 'N'.
           88 NO-MORE-TGCTD                            VALUE 'Y'.
       01  WS-TGCTDI-EOF                  PIC X(1) VALUE 'N'.
           88 NO-MORE-TGCTDI                           VALUE 'Y'.
      * --- Every combo on file plus every valid imported row, held
      * --- sorted by CTDID / HRID / TGFCHVIG as in RTGCTDVAL. The
      * --- source byte tells existing rows ('E') from imported
      * --- ones ('I').
       01  WS-CMB-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-CMB-TABLE.
           05 WS-CMB-ENTRY OCCURS 4000 TIMES
                            INDEXED BY WS-CMB-IDX.
              10 WS-C-CTDID               PIC 9(3).
              10 WS-C-HRID                PIC 9(4).
              10 WS-C-VIG                 PIC 9(8).
              10 WS-C-FIN                 PIC 9(8).
              10 WS-C-SRC                 PIC X(1).
       01  WS-CMB-FULL-FLAG               PIC X(1) VALUE 'N'.
      * --- Every imported row in file order, with its outcome:
      * --- 'A' accepted, 'R' rejected.
       01  WS-IMP-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-IMP-TABLE.
           05 WS-IMP-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-IMP-IDX.
              10 WS-I-CTDID               PIC 9(3).
              10 WS-I-HRID                PIC 9(4).
              10 WS-I-VIG                 PIC 9(8).
              10 WS-I-FIN                 PIC 9(8).
              10 WS-I-STATUS              PIC X(1).
       01  WS-IMP-FULL-FLAG               PIC X(1) VALUE 'N'.
      * --- Rejected series with the first rule each one broke.
       01  WS-REJ-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-REJ-TABLE.
           05 WS-REJ-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-REJ-IDX.
              10 WS-R-CTDID               PIC 9(3).
              10 WS-R-HRID                PIC 9(4).
              10 WS-R-RULE                PIC X(30).
       01  WS-REJ-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-INS-FIELDS.
           05 WS-INS-POS                  PIC S9(4) COMP-3 VALUE 0.
           05 WS-SHIFT-SUB                PIC S9(4) COMP-3 VALUE 0.
           05 WS-NEW-CTDID                PIC 9(3) VALUE ZEROES.
           05 WS-NEW-HRID                 PIC 9(4) VALUE ZEROES.
           05 WS-NEW-VIG                  PIC 9(8) VALUE ZEROES.
           05 WS-NEW-FIN                  PIC 9(8) VALUE ZEROES.
           05 WS-NEW-SRC                  PIC X(1) VALUE SPACES.
           05 WS-FIN-X                    PIC X(8) VALUE SPACES.
           05 WS-VIG-X                    PIC X(8) VALUE SPACES.
       01  WS-WALK-FIELDS.
           05 WS-PAIR-SUB                 PIC S9(4) COMP-3 VALUE 0.
           05 WS-PREV-SUB                 PIC S9(4) COMP-3 VALUE 0.
           05 WS-FIN-INT                  PIC S9(9) COMP-3 VALUE 0.
           05 WS-VIG-INT                  PIC S9(9) COMP-3 VALUE 0.
       01  WS-RULE                        PIC X(30) VALUE SPACES.
       01  WS-ROW-OK                      PIC X(1) VALUE 'Y'.
           88 ROW-IS-VALID                             VALUE 'Y'.
       01  WS-WRITE-FLAG                  PIC X(1) VALUE 'N'.
           88 WRITE-ROWS                               VALUE 'Y'.
       01  WS-TOTALS.
           05 WS-TOT-EXISTING             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-IMPORTED             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ACCEPTED             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-REJECTED             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-WRITTEN              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ERRORS               PIC 9(7) VALUE ZEROES.
       LINKAGE SECTION.
       01  GXL-V1PMODE                    PIC X(1).
       PROCEDURE DIVISION USING
                                GXL-V1PMODE
                                .
       MAIN.

           IF GXL-V1PMODE NOT EQUAL 'R' AND
              GXL-V1PMODE NOT EQUAL 'C' AND
              GXL-V1PMODE NOT EQUAL 'V'
              DISPLAY 'RTGCTDIMP: MODE MUST BE R, C OR V'
              GOBACK
           END-IF
      * --- Report-only runs open the file INPUT so the sign-off
      * --- pass cannot touch it; only the commit modes take update
      * --- intent.
           IF GXL-V1PMODE = 'R'
              OPEN INPUT F0-TGCTD
           ELSE
              OPEN I-O F0-TGCTD
           END-IF
           IF V-FS NOT = '00'
              DISPLAY 'RTGCTDIMP: ITGCTD OPEN FAILED, STATUS ' V-FS
              GOBACK
           END-IF
           OPEN INPUT F1-TGCTDI
           IF V-FS1 NOT = '00'
              DISPLAY 'RTGCTDIMP: ITGCTDI OPEN FAILED, STATUS ' V-FS1
              CLOSE F0-TGCTD
              GOBACK
           END-IF
           OPEN OUTPUT GX-IMPRPT
           IF NOT IMPRPT-ST-OK
              DISPLAY 'RTGCTDIMP: REPORT OPEN FAILED, STATUS '
                      WS-IMPRPT-ST
              CLOSE F0-TGCTD
              CLOSE F1-TGCTDI
              GOBACK
           END-IF
           MOVE SPACES TO WS-IMPRPT-LINE
           STRING 'TGCTD BULK IMPORT FROM ITGCTDI MODE ' GXL-V1PMODE
                  DELIMITED BY SIZE INTO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           MOVE ZEROES TO TGFCHVIG OF F0-TGCTD-RCD
           MOVE ZEROES TO HRID OF F0-TGCTD-RCD
           START F0-TGCTD KEY IS >=
                               TGFCHVIG OF F0-TGCTD-RCD
                               HRID OF F0-TGCTD-RCD
              INVALID KEY
                 MOVE 'Y' TO WS-TGCTD-EOF
           END-START
           PERFORM IMP-LOAD-ONE UNTIL NO-MORE-TGCTD
           MOVE SPACES TO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           MOVE 'SERIES FAULTS' TO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           PERFORM IMP-READ-ONE UNTIL NO-MORE-TGCTDI
           CLOSE F1-TGCTDI
           PERFORM IMP-WALK-SERIES
           IF WS-REJ-COUNT = 0
              MOVE '  (NONE)' TO WS-IMPRPT-LINE
              WRITE WS-IMPRPT-LINE
           END-IF
           PERFORM IMP-SET-OUTCOME
           PERFORM IMP-PRINT-ROWS
           PERFORM IMP-PRINT-REJECTED
           PERFORM IMP-DECIDE-COMMIT
           IF WRITE-ROWS
              PERFORM IMP-COMMIT-PASS
           END-IF
           PERFORM IMP-PRINT-TOTALS
           CLOSE F0-TGCTD
           CLOSE GX-IMPRPT
           DISPLAY 'RTGCTDIMP: IMPORTED ' WS-TOT-IMPORTED
                   ' ACCEPTED ' WS-TOT-ACCEPTED
                   ' REJECTED ' WS-TOT-REJECTED
                   ' WRITTEN ' WS-TOT-WRITTEN
                   ' ERRORS ' WS-TOT-ERRORS
           GOBACK
           CONTINUE.

      * --- Load every combo already on ITGCTD.
       IMP-LOAD-ONE.

           READ F0-TGCTD NEXT
              AT END
                 MOVE 'Y' TO WS-TGCTD-EOF
           END-READ
           IF NO-MORE-TGCTD
              CONTINUE
           ELSE
              IF V-FS = '00'
                 ADD 1 TO WS-TOT-EXISTING
                 MOVE CTDID OF F0-TGCTD-RCD TO WS-NEW-CTDID
                 MOVE HRID OF F0-TGCTD-RCD TO WS-NEW-HRID
                 MOVE TGFCHVIG OF F0-TGCTD-RCD TO WS-NEW-VIG
                 MOVE TGFCHFIN OF F0-TGCTD-RCD TO WS-FIN-X
                 IF WS-FIN-X IS NUMERIC
                    MOVE WS-FIN-X TO WS-NEW-FIN
                 ELSE
                    MOVE ZEROES TO WS-NEW-FIN
                 END-IF
                 MOVE 'E' TO WS-NEW-SRC
                 PERFORM IMP-INSERT-SORTED
              ELSE
                 IF V-FS NOT = '10' AND V-FS NOT = '23'
                    DISPLAY 'RTGCTDIMP: ITGCTD READ FAILED, STATUS '
                            V-FS
                 END-IF
                 MOVE 'Y' TO WS-TGCTD-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- Read one imported row: row-level checks first, then the
      * --- row joins its series for the pairwise walk.
       IMP-READ-ONE.

           READ F1-TGCTDI NEXT
              AT END
                 MOVE 'Y' TO WS-TGCTDI-EOF
           END-READ
           IF NO-MORE-TGCTDI
              CONTINUE
           ELSE
              IF V-FS1 = '00'
                 PERFORM IMP-CHECK-ROW
              ELSE
                 DISPLAY 'RTGCTDIMP: ITGCTDI READ FAILED, STATUS '
                         V-FS1
                 ADD 1 TO WS-TOT-ERRORS
                 MOVE 'Y' TO WS-TGCTDI-EOF
              END-IF
           END-IF
           CONTINUE.

       IMP-CHECK-ROW.

           IF WS-IMP-COUNT NOT LESS 2000
              IF WS-IMP-FULL-FLAG = 'N'
                 MOVE 'Y' TO WS-IMP-FULL-FLAG
                 DISPLAY 'RTGCTDIMP: IMPORT TABLE FULL, SPLIT THE '
                         'IMPORT FILE'
              END-IF
           ELSE
              ADD 1 TO WS-TOT-IMPORTED
              ADD 1 TO WS-IMP-COUNT
              SET WS-IMP-IDX TO WS-IMP-COUNT
              MOVE 'A' TO WS-I-STATUS (WS-IMP-IDX)
              MOVE 'Y' TO WS-ROW-OK
              MOVE CTDID OF F1-TGCTDI-RCD TO WS-NEW-CTDID
              MOVE HRID OF F1-TGCTDI-RCD TO WS-NEW-HRID
              MOVE TGFCHVIG OF F1-TGCTDI-RCD TO WS-VIG-X
              MOVE TGFCHFIN OF F1-TGCTDI-RCD TO WS-FIN-X
              IF WS-VIG-X IS NUMERIC
                 MOVE WS-VIG-X TO WS-NEW-VIG
              ELSE
                 MOVE ZEROES TO WS-NEW-VIG
              END-IF
              IF WS-FIN-X IS NUMERIC
                 MOVE WS-FIN-X TO WS-NEW-FIN
              ELSE
                 MOVE ZEROES TO WS-NEW-FIN
              END-IF
              MOVE WS-NEW-CTDID TO WS-I-CTDID (WS-IMP-IDX)
              MOVE WS-NEW-HRID TO WS-I-HRID (WS-IMP-IDX)
              MOVE WS-NEW-VIG TO WS-I-VIG (WS-IMP-IDX)
              MOVE WS-NEW-FIN TO WS-I-FIN (WS-IMP-IDX)
              EVALUATE TRUE
                 WHEN WS-NEW-VIG = ZEROES
                    MOVE 'NO EFFECTIVE DATE' TO WS-RULE
                    MOVE 'N' TO WS-ROW-OK
                 WHEN WS-NEW-VIG(5:2) < '01' OR WS-NEW-VIG(5:2) > '12'
                   OR WS-NEW-VIG(7:2) < '01' OR WS-NEW-VIG(7:2) > '31'
                    MOVE 'INVALID EFFECTIVE DATE' TO WS-RULE
                    MOVE 'N' TO WS-ROW-OK
                 WHEN WS-NEW-FIN NOT = ZEROES AND
                      (WS-NEW-FIN(5:2) < '01' OR
                       WS-NEW-FIN(5:2) > '12' OR
                       WS-NEW-FIN(7:2) < '01' OR
                       WS-NEW-FIN(7:2) > '31')
                    MOVE 'INVALID END DATE' TO WS-RULE
                    MOVE 'N' TO WS-ROW-OK
                 WHEN WS-NEW-FIN NOT = ZEROES AND
                      WS-NEW-FIN < WS-NEW-VIG
                    MOVE 'ENDS BEFORE IT STARTS' TO WS-RULE
                    MOVE 'N' TO WS-ROW-OK
                 WHEN OTHER
                    PERFORM IMP-CHECK-KEY
              END-EVALUATE
              IF ROW-IS-VALID
                 MOVE 'I' TO WS-NEW-SRC
                 PERFORM IMP-INSERT-SORTED
              ELSE
                 PERFORM IMP-RPT-ROW-FAULT
                 PERFORM IMP-REJECT-SERIES
              END-IF
           END-IF
           CONTINUE.

      * --- ITGCTD is keyed on TGFCHVIG/HRID alone, so the key may
      * --- already be taken by another CTDID on file or earlier in
      * --- the import.
       IMP-CHECK-KEY.

           IF WS-CMB-COUNT > 0
              PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
                      UNTIL WS-CMB-IDX > WS-CMB-COUNT
                 IF WS-C-HRID (WS-CMB-IDX) = WS-NEW-HRID AND
                    WS-C-VIG (WS-CMB-IDX) = WS-NEW-VIG AND
                    ROW-IS-VALID
                    MOVE 'N' TO WS-ROW-OK
                    IF WS-C-SRC (WS-CMB-IDX) = 'E'
                       MOVE 'KEY ALREADY ON ITGCTD' TO WS-RULE
                    ELSE
                       MOVE 'KEY TWICE IN IMPORT' TO WS-RULE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CONTINUE.

      * --- Insert in CTDID / HRID / TGFCHVIG order, shifting the
      * --- tail up, so every series comes out contiguous and
      * --- date-ordered whatever order the files deliver.
       IMP-INSERT-SORTED.

           IF WS-CMB-COUNT NOT LESS 4000
              IF WS-CMB-FULL-FLAG = 'N'
                 MOVE 'Y' TO WS-CMB-FULL-FLAG
                 DISPLAY 'RTGCTDIMP: COMBO TABLE FULL, VALIDATION '
                         'INCOMPLETE'
              END-IF
           ELSE
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
              MOVE WS-NEW-SRC TO WS-C-SRC (WS-INS-POS)
              ADD 1 TO WS-CMB-COUNT
           END-IF
           CONTINUE.

      * --- Walk each CTDID/HRID series pairwise in date order; only
      * --- pairs with an imported row count against the import.
       IMP-WALK-SERIES.

           IF WS-CMB-COUNT > 1
              PERFORM VARYING WS-PAIR-SUB FROM 2 BY 1
                      UNTIL WS-PAIR-SUB > WS-CMB-COUNT
                 COMPUTE WS-PREV-SUB = WS-PAIR-SUB - 1
                 IF WS-C-CTDID (WS-PREV-SUB) =
                    WS-C-CTDID (WS-PAIR-SUB) AND
                    WS-C-HRID (WS-PREV-SUB) =
                    WS-C-HRID (WS-PAIR-SUB) AND
                    (WS-C-SRC (WS-PREV-SUB) = 'I' OR
                     WS-C-SRC (WS-PAIR-SUB) = 'I')
                    PERFORM IMP-CHECK-PAIR
                 END-IF
              END-PERFORM
           END-IF
           CONTINUE.

       IMP-CHECK-PAIR.

           MOVE SPACES TO WS-RULE
           EVALUATE TRUE
              WHEN WS-C-VIG (WS-PREV-SUB) = WS-C-VIG (WS-PAIR-SUB)
                 MOVE 'SUPERSEDED SAME DATE' TO WS-RULE
              WHEN WS-C-FIN (WS-PREV-SUB) = ZEROES
                 MOVE 'OVERLAP (PRIOR OPEN-ENDED)' TO WS-RULE
              WHEN WS-C-FIN (WS-PREV-SUB) NOT LESS
                   WS-C-VIG (WS-PAIR-SUB)
                 MOVE 'OVERLAP' TO WS-RULE
              WHEN OTHER
                 COMPUTE WS-FIN-INT = FUNCTION INTEGER-OF-DATE
                     (WS-C-FIN (WS-PREV-SUB))
                 COMPUTE WS-VIG-INT = FUNCTION INTEGER-OF-DATE
                     (WS-C-VIG (WS-PAIR-SUB))
                 IF WS-VIG-INT > WS-FIN-INT + 1
                    MOVE 'GAP' TO WS-RULE
                 END-IF
           END-EVALUATE
           IF WS-RULE NOT = SPACES
              MOVE WS-C-CTDID (WS-PAIR-SUB) TO WS-NEW-CTDID
              MOVE WS-C-HRID (WS-PAIR-SUB) TO WS-NEW-HRID
              PERFORM IMP-RPT-PAIR-FAULT
              PERFORM IMP-REJECT-SERIES
           END-IF
           CONTINUE.

      * --- Record the series WS-NEW-CTDID/WS-NEW-HRID as rejected,
      * --- keeping the first rule it broke.
       IMP-REJECT-SERIES.

           MOVE 0 TO WS-REJ-FOUND
           IF WS-REJ-COUNT > 0
              PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                      UNTIL WS-REJ-IDX > WS-REJ-COUNT
                 IF WS-R-CTDID (WS-REJ-IDX) = WS-NEW-CTDID AND
                    WS-R-HRID (WS-REJ-IDX) = WS-NEW-HRID
                    SET WS-REJ-FOUND TO WS-REJ-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-REJ-FOUND = 0 AND WS-REJ-COUNT < 2000
              ADD 1 TO WS-REJ-COUNT
              SET WS-REJ-IDX TO WS-REJ-COUNT
              MOVE WS-NEW-CTDID TO WS-R-CTDID (WS-REJ-IDX)
              MOVE WS-NEW-HRID TO WS-R-HRID (WS-REJ-IDX)
              MOVE WS-RULE TO WS-R-RULE (WS-REJ-IDX)
           END-IF
           CONTINUE.

      * --- Every imported row of a rejected series is rejected.
       IMP-SET-OUTCOME.

           IF WS-IMP-COUNT > 0
              PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                      UNTIL WS-IMP-IDX > WS-IMP-COUNT
                 MOVE 'A' TO WS-I-STATUS (WS-IMP-IDX)
                 IF WS-REJ-COUNT > 0
                    PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                            UNTIL WS-REJ-IDX > WS-REJ-COUNT
                       IF WS-R-CTDID (WS-REJ-IDX) =
                          WS-I-CTDID (WS-IMP-IDX) AND
                          WS-R-HRID (WS-REJ-IDX) =
                          WS-I-HRID (WS-IMP-IDX)
                          MOVE 'R' TO WS-I-STATUS (WS-IMP-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
                 IF WS-I-STATUS (WS-IMP-IDX) = 'A'
                    ADD 1 TO WS-TOT-ACCEPTED
                 ELSE
                    ADD 1 TO WS-TOT-REJECTED
                 END-IF
              END-PERFORM
           END-IF
           CONTINUE.

      * --- Mode C writes nothing unless every row passed; mode V
      * --- writes the accepted rows. An incomplete validation (a
      * --- table full or a read error) writes nothing in either
      * --- mode.
       IMP-DECIDE-COMMIT.

           MOVE 'N' TO WS-WRITE-FLAG
           MOVE SPACES TO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           EVALUATE TRUE
              WHEN GXL-V1PMODE = 'R'
                 MOVE 'REPORT ONLY - NOTHING WRITTEN' TO
                  WS-IMPRPT-LINE
              WHEN WS-CMB-FULL-FLAG = 'Y' OR WS-IMP-FULL-FLAG = 'Y'
                OR WS-TOT-ERRORS > 0
                 MOVE 'VALIDATION INCOMPLETE - NOTHING WRITTEN' TO
                  WS-IMPRPT-LINE
              WHEN WS-TOT-ACCEPTED = 0
                 MOVE 'NO ACCEPTED ROWS - NOTHING WRITTEN' TO
                  WS-IMPRPT-LINE
              WHEN GXL-V1PMODE = 'C' AND WS-TOT-REJECTED > 0
                 MOVE 'FILE NOT CLEAN - NOTHING WRITTEN' TO
                  WS-IMPRPT-LINE
              WHEN GXL-V1PMODE = 'C'
                 MOVE 'FILE CLEAN - WRITING ALL ROWS' TO
                  WS-IMPRPT-LINE
                 MOVE 'Y' TO WS-WRITE-FLAG
              WHEN OTHER
                 MOVE 'WRITING THE ROWS OF THE VALID SERIES ONLY' TO
                  WS-IMPRPT-LINE
                 MOVE 'Y' TO WS-WRITE-FLAG
           END-EVALUATE
           WRITE WS-IMPRPT-LINE
           CONTINUE.

      * --- Re-read the import file in the same order and write each
      * --- accepted row from the import record as read.
       IMP-COMMIT-PASS.

           OPEN INPUT F1-TGCTDI
           IF V-FS1 NOT = '00'
              DISPLAY 'RTGCTDIMP: ITGCTDI REOPEN FAILED, STATUS '
                      V-FS1
              ADD 1 TO WS-TOT-ERRORS
           ELSE
              MOVE 'N' TO WS-TGCTDI-EOF
              SET WS-IMP-IDX TO 1
              PERFORM IMP-COMMIT-ONE
                UNTIL NO-MORE-TGCTDI OR WS-IMP-IDX > WS-IMP-COUNT
              CLOSE F1-TGCTDI
           END-IF
           CONTINUE.

       IMP-COMMIT-ONE.

           READ F1-TGCTDI NEXT
              AT END
                 MOVE 'Y' TO WS-TGCTDI-EOF
           END-READ
           IF NO-MORE-TGCTDI
              CONTINUE
           ELSE
              IF V-FS1 NOT = '00'
                 DISPLAY 'RTGCTDIMP: ITGCTDI REREAD FAILED, STATUS '
                         V-FS1
                 ADD 1 TO WS-TOT-ERRORS
                 MOVE 'Y' TO WS-TGCTDI-EOF
              ELSE
                 IF WS-I-STATUS (WS-IMP-IDX) = 'A'
                    WRITE F0-TGCTD-RCD FROM F1-TGCTDI-RCD
                       INVALID KEY
                          CONTINUE
                    END-WRITE
                    IF V-FS = '00'
                       ADD 1 TO WS-TOT-WRITTEN
                    ELSE
                       ADD 1 TO WS-TOT-ERRORS
                       PERFORM IMP-RPT-WRITE-FAIL
                    END-IF
                 END-IF
                 SET WS-IMP-IDX UP BY 1
              END-IF
           END-IF
           CONTINUE.

       IMP-RPT-ROW-FAULT.

           MOVE SPACES TO WS-IMPRPT-LINE
           STRING WS-RULE ' CTD ' WS-NEW-CTDID
                  ' HR ' WS-NEW-HRID
                  ' FROM ' WS-VIG-X
                  ' TO ' WS-FIN-X
                  DELIMITED BY SIZE INTO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           CONTINUE.

       IMP-RPT-PAIR-FAULT.

           MOVE SPACES TO WS-IMPRPT-LINE
           STRING WS-RULE ' CTD ' WS-C-CTDID (WS-PAIR-SUB)
                  ' HR ' WS-C-HRID (WS-PAIR-SUB)
                  ' PRIOR ' WS-C-VIG (WS-PREV-SUB)
                  '-' WS-C-FIN (WS-PREV-SUB)
                  ' (' WS-C-SRC (WS-PREV-SUB) ')'
                  ' NEXT ' WS-C-VIG (WS-PAIR-SUB)
                  '-' WS-C-FIN (WS-PAIR-SUB)
                  ' (' WS-C-SRC (WS-PAIR-SUB) ')'
                  DELIMITED BY SIZE INTO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           CONTINUE.

       IMP-RPT-WRITE-FAIL.

           MOVE SPACES TO WS-IMPRPT-LINE
           STRING 'IMPORT WRITE FAILED (' V-FS ') CTD '
                  WS-I-CTDID (WS-IMP-IDX)
                  ' HR ' WS-I-HRID (WS-IMP-IDX)
                  ' FROM ' WS-I-VIG (WS-IMP-IDX)
                  DELIMITED BY SIZE INTO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           CONTINUE.

      * --- Sign-off list: every imported row with its outcome.
       IMP-PRINT-ROWS.

           MOVE SPACES TO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           MOVE 'IMPORTED ROWS' TO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           IF WS-IMP-COUNT > 0
              PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                      UNTIL WS-IMP-IDX > WS-IMP-COUNT
                 MOVE SPACES TO WS-IMPRPT-LINE
                 STRING '  CTD ' WS-I-CTDID (WS-IMP-IDX)
                        ' HR ' WS-I-HRID (WS-IMP-IDX)
                        ' FROM ' WS-I-VIG (WS-IMP-IDX)
                        ' TO ' WS-I-FIN (WS-IMP-IDX)
                        DELIMITED BY SIZE INTO WS-IMPRPT-LINE
                 IF WS-I-STATUS (WS-IMP-IDX) = 'A'
                    MOVE ' - ACCEPTED' TO WS-IMPRPT-LINE(46:11)
                 ELSE
                    MOVE ' - REJECTED' TO WS-IMPRPT-LINE(46:11)
                 END-IF
                 WRITE WS-IMPRPT-LINE
              END-PERFORM
           ELSE
              MOVE '  (NONE)' TO WS-IMPRPT-LINE
              WRITE WS-IMPRPT-LINE
           END-IF
           CONTINUE.

       IMP-PRINT-REJECTED.

           MOVE SPACES TO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           MOVE 'REJECTED SERIES' TO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           IF WS-REJ-COUNT > 0
              PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                      UNTIL WS-REJ-IDX > WS-REJ-COUNT
                 MOVE SPACES TO WS-IMPRPT-LINE
                 STRING '  CTD ' WS-R-CTDID (WS-REJ-IDX)
                        ' HR ' WS-R-HRID (WS-REJ-IDX)
                        ' RULE ' WS-R-RULE (WS-REJ-IDX)
                        DELIMITED BY SIZE INTO WS-IMPRPT-LINE
                 WRITE WS-IMPRPT-LINE
              END-PERFORM
           ELSE
              MOVE '  (NONE)' TO WS-IMPRPT-LINE
              WRITE WS-IMPRPT-LINE
           END-IF
           CONTINUE.

       IMP-PRINT-TOTALS.

           MOVE SPACES TO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           MOVE SPACES TO WS-IMPRPT-LINE
           STRING 'ON FILE ' WS-TOT-EXISTING
                  ' IMPORTED ' WS-TOT-IMPORTED
                  ' ACCEPTED ' WS-TOT-ACCEPTED
                  ' REJECTED ' WS-TOT-REJECTED
                  ' WRITTEN ' WS-TOT-WRITTEN
                  ' ERRORS ' WS-TOT-ERRORS
                  DELIMITED BY SIZE INTO WS-IMPRPT-LINE
           WRITE WS-IMPRPT-LINE
           CONTINUE.
