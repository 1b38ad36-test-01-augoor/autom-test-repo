       PROCESS
               APOST.
       IDENTIFICATION DIVISION.

       PROGRAM-ID.               RSAPPARE.
      * Description: Sap Discrepancy Pareto Report
      * 2026-10-15  Initial version. Weekly batch over the GX-AUDIT
      *             discrepancy history RSAPPRIN writes: counts the
      *             discrepancies of this week (the seven days
      *             ending on the run date) and of each of the four
      *             weeks before it, by market (MKTID), by stock
      *             location pair (LCIDSTK to LCIDDEST), by
      *             originating user (USRID) and by process
      *             (PROCID), each ranked on this week's count with
      *             its cumulative share, the four earlier weeks and
      *             their average alongside. A last section ranks
      *             single locations, stock or destination, and
      *             marks the two causing most of this week's
      *             mismatches. Lines written before the locations
      *             and process were on the audit line count under
      *             (NOT RECORDED) for those two groupings; undated
      *             legacy lines cannot be placed in a week and are
      *             skipped, as are MAILFAIL / MAILRSNT / MAILDEAD.
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
           SELECT GX-PARRPT ASSIGN TO DISK-PARRPT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-PARRPT-ST.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  GX-AUDIT.
       01  WS-AUDIT-LINE    PIC X(400).
       FD  GX-PARRPT.
       01  WS-PARRPT-LINE   PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-AUDIT-ST                    PIC XX.
           88 AUDIT-ST-OK                              VALUE '00'.
       01  WS-PARRPT-ST                   PIC XX.
           88 PARRPT-ST-OK                             VALUE '00'.
       01  WS-AUDIT-EOF                   PIC X(1) VALUE 'N'.
           88 NO-MORE-AUDIT                            VALUE 'Y'.
      * --- This week plus the four before it, seven days each.
       01  WS-WEEKS-BACK                  PIC S9(3) COMP-3 VALUE 5.
      * --- Single locations marked for a visit.
       01  WS-VISIT-COUNT                 PIC S9(3) COMP-3 VALUE 2.
      * --- Parsed fields of one audit line:
      * --- date|SAID|MKTID|TRAMITE|PGNAME|USRID|message|LCIDSTK|
      * --- LCIDDEST|SMOID|PROCID. Lines from before the last four
      * --- fields were added end at the message.
       01  WS-PARSE-FIELDS.
           05 WS-BAR-COUNT                PIC S9(3) COMP-3 VALUE 0.
           05 WS-F1                       PIC X(12).
           05 WS-F2                       PIC X(12).
           05 WS-F3                       PIC X(12).
           05 WS-F4                       PIC X(15).
           05 WS-F5                       PIC X(250).
           05 WS-F6                       PIC X(12).
           05 WS-F7                       PIC X(250).
           05 WS-F8                       PIC X(12).
           05 WS-F9                       PIC X(12).
           05 WS-F10                      PIC X(12).
           05 WS-F11                      PIC X(12).
           05 WS-E-DATE                   PIC 9(8) VALUE ZEROES.
           05 WS-E-MKTID                  PIC X(5) VALUE SPACES.
           05 WS-E-USRID                  PIC X(10) VALUE SPACES.
           05 WS-E-LCIDSTK                PIC X(5) VALUE SPACES.
           05 WS-E-LCIDDEST               PIC X(5) VALUE SPACES.
           05 WS-E-PROCID                 PIC X(4) VALUE SPACES.
           05 WS-E-WEEK                   PIC S9(3) COMP-3 VALUE 0.
      * --- The grouping one count goes to.
       01  WS-ADD-DIM                     PIC 9(1) VALUE ZEROES.
       01  WS-ADD-KEY                     PIC X(16) VALUE SPACES.
      * --- One entry per grouping value: 1 market, 2 location pair,
      * --- 3 user, 4 process, 5 single location.
       01  WS-PAR-COUNT                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-PAR-TABLE.
           05 WS-PAR-ENTRY OCCURS 600 TIMES
                            INDEXED BY WS-PAR-IDX.
              10 WS-P-DIM                 PIC 9(1).
              10 WS-P-KEY                 PIC X(16).
              10 WS-P-WEEK                PIC 9(7) OCCURS 5 TIMES.
              10 WS-P-PRIOR               PIC 9(7).
              10 WS-P-PRINTED             PIC X(1).
       01  WS-PAR-FOUND                   PIC S9(4) COMP-3 VALUE 0.
       01  WS-PAR-FULL-FLAG               PIC X(1) VALUE 'N'.
       01  WS-WEEK-IDX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-WEEK-NO                     PIC 9(1) VALUE ZEROES.
       01  WS-WEEK-TOTALS.
           05 WS-WEEK-TOTAL               PIC 9(7) OCCURS 5 TIMES.
       01  WS-WEEK-FROM-DATES.
           05 WS-WEEK-FROM                PIC 9(8) OCCURS 5 TIMES.
       01  WS-WEEK-TO-DATES.
           05 WS-WEEK-TO                  PIC 9(8) OCCURS 5 TIMES.
      * --- Ranking work fields.
       01  WS-RANK-FIELDS.
           05 WS-PRINT-DIM                PIC 9(1) VALUE ZEROES.
           05 WS-DIM-TITLE                PIC X(40) VALUE SPACES.
           05 WS-RANK                     PIC 9(3) VALUE ZEROES.
           05 WS-BEST-FOUND               PIC S9(4) COMP-3 VALUE 0.
           05 WS-CUM-COUNT                PIC 9(7) VALUE ZEROES.
           05 WS-CUM-PCT                  PIC 9(3) VALUE ZEROES.
           05 WS-PRIOR-AVG                PIC 9(7) VALUE ZEROES.
           05 WS-TREND                    PIC X(5) VALUE SPACES.
           05 WS-DIM-DONE                 PIC X(1) VALUE 'N'.
              88 DIM-ALL-PRINTED                       VALUE 'Y'.
       01  WS-DATE-WORK.
           05 WS-RUN-INT                  PIC S9(9) COMP-3 VALUE 0.
           05 WS-LINE-INT                 PIC S9(9) COMP-3 VALUE 0.
           05 WS-DAYS-BACK                PIC S9(9) COMP-3 VALUE 0.
       01  WS-RUN-DATE                    PIC 9(8) VALUE ZEROES.
       01  WS-TOTALS.
           05 WS-TOT-LINES                PIC 9(7) VALUE ZEROES.
           05 WS-TOT-COUNTED              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-UNDATED              PIC 9(7) VALUE ZEROES.
           05 WS-TOT-OUTSIDE              PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-DATE)
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEKS-BACK
              MOVE ZEROES TO WS-WEEK-TOTAL (WS-WEEK-IDX)
              COMPUTE WS-WEEK-TO (WS-WEEK-IDX) =
                  FUNCTION DATE-OF-INTEGER
                  (WS-RUN-INT - (WS-WEEK-IDX - 1) * 7)
              COMPUTE WS-WEEK-FROM (WS-WEEK-IDX) =
                  FUNCTION DATE-OF-INTEGER
                  (WS-RUN-INT - (WS-WEEK-IDX - 1) * 7 - 6)
           END-PERFORM
           OPEN INPUT GX-AUDIT
           IF NOT AUDIT-ST-OK
              DISPLAY 'RSAPPARE: GX-AUDIT OPEN FAILED, STATUS '
                      WS-AUDIT-ST
              GOBACK
           END-IF
           OPEN OUTPUT GX-PARRPT
           IF NOT PARRPT-ST-OK
              DISPLAY 'RSAPPARE: REPORT OPEN FAILED, STATUS '
                      WS-PARRPT-ST
              CLOSE GX-AUDIT
              GOBACK
           END-IF
           PERFORM PAR-READ-ONE-LINE UNTIL NO-MORE-AUDIT
           PERFORM PAR-PRINT-HEADING
           MOVE 1 TO WS-PRINT-DIM
           MOVE 'BY MARKET (MKTID)' TO WS-DIM-TITLE
           PERFORM PAR-PRINT-DIM
           MOVE 2 TO WS-PRINT-DIM
           MOVE 'BY STOCK LOCATION PAIR (LCIDSTK->LCIDDEST)' TO
            WS-DIM-TITLE
           PERFORM PAR-PRINT-DIM
           MOVE 3 TO WS-PRINT-DIM
           MOVE 'BY ORIGINATING USER (USRID)' TO WS-DIM-TITLE
           PERFORM PAR-PRINT-DIM
           MOVE 4 TO WS-PRINT-DIM
           MOVE 'BY PROCESS (PROCID)' TO WS-DIM-TITLE
           PERFORM PAR-PRINT-DIM
           MOVE 5 TO WS-PRINT-DIM
           MOVE 'BY SINGLE LOCATION (STOCK OR DESTINATION)' TO
            WS-DIM-TITLE
           PERFORM PAR-PRINT-DIM
           PERFORM PAR-PRINT-TOTALS
           CLOSE GX-AUDIT
           CLOSE GX-PARRPT
           DISPLAY 'RSAPPARE: LINES ' WS-TOT-LINES
                   ' THIS WEEK ' WS-WEEK-TOTAL (1)
                   ' FIVE WEEKS ' WS-TOT-COUNTED
           GOBACK
           CONTINUE.

       PAR-READ-ONE-LINE.

           READ GX-AUDIT
              AT END
                 MOVE 'Y' TO WS-AUDIT-EOF
           END-READ
           IF AUDIT-ST-OK AND NOT NO-MORE-AUDIT
              ADD 1 TO WS-TOT-LINES
              PERFORM PAR-PARSE-LINE
              IF WS-F1 NOT EQUAL 'MAILFAIL' AND
                 WS-F1 NOT EQUAL 'MAILRSNT' AND
                 WS-F1 NOT EQUAL 'MAILDEAD'
                 IF WS-E-DATE = ZEROES
                    ADD 1 TO WS-TOT-UNDATED
                 ELSE
                    PERFORM PAR-ACCUMULATE
                 END-IF
              END-IF
           ELSE
              IF NOT NO-MORE-AUDIT
                 DISPLAY 'RSAPPARE: GX-AUDIT READ FAILED, STATUS '
                         WS-AUDIT-ST
                 MOVE 'Y' TO WS-AUDIT-EOF
              END-IF
           END-IF
           CONTINUE.

      * --- Same line shapes RRSAPESC handles; only dated lines
      * --- (six bars or more) can be placed in a week. Ten bars or
      * --- more means the locations and process follow the message.
       PAR-PARSE-LINE.

           MOVE 0 TO WS-BAR-COUNT
           INSPECT WS-AUDIT-LINE TALLYING WS-BAR-COUNT
                   FOR ALL '|'
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
           MOVE SPACES TO WS-F8 WS-F9 WS-F10 WS-F11
           UNSTRING WS-AUDIT-LINE DELIMITED BY '|'
                    INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
                         WS-F8 WS-F9 WS-F10 WS-F11
           END-UNSTRING
           MOVE ZEROES TO WS-E-DATE
           MOVE SPACES TO WS-E-MKTID WS-E-USRID
           MOVE SPACES TO WS-E-LCIDSTK WS-E-LCIDDEST WS-E-PROCID
           IF WS-BAR-COUNT NOT LESS 6
              IF WS-F1(1:8) IS NUMERIC
                 MOVE WS-F1(1:8) TO WS-E-DATE
              END-IF
              MOVE WS-F3(1:5) TO WS-E-MKTID
              MOVE WS-F6(1:10) TO WS-E-USRID
              IF WS-BAR-COUNT NOT LESS 10
                 IF WS-F8(1:5) IS NUMERIC
                    MOVE WS-F8(1:5) TO WS-E-LCIDSTK
                 END-IF
                 IF WS-F9(1:5) IS NUMERIC
                    MOVE WS-F9(1:5) TO WS-E-LCIDDEST
                 END-IF
                 IF WS-F11(1:4) IS NUMERIC
                    MOVE WS-F11(1:4) TO WS-E-PROCID
                 END-IF
              END-IF
           END-IF
           CONTINUE.

      * --- Week 1 is the seven days ending on the run date, week 2
      * --- the seven before, and so on; older lines are not
      * --- counted.
       PAR-ACCUMULATE.

           COMPUTE WS-LINE-INT = FUNCTION INTEGER-OF-DATE
               (WS-E-DATE)
           COMPUTE WS-DAYS-BACK = WS-RUN-INT - WS-LINE-INT
           IF WS-DAYS-BACK < 0 OR
              WS-DAYS-BACK NOT LESS WS-WEEKS-BACK * 7
              ADD 1 TO WS-TOT-OUTSIDE
           ELSE
              COMPUTE WS-E-WEEK = WS-DAYS-BACK / 7 + 1
              ADD 1 TO WS-TOT-COUNTED
              ADD 1 TO WS-WEEK-TOTAL (WS-E-WEEK)
              MOVE 1 TO WS-ADD-DIM
              MOVE WS-E-MKTID TO WS-ADD-KEY
              PERFORM PAR-ADD-COUNT
              MOVE 2 TO WS-ADD-DIM
              MOVE SPACES TO WS-ADD-KEY
              IF WS-E-LCIDSTK = SPACES AND WS-E-LCIDDEST = SPACES
                 MOVE '(NOT RECORDED)' TO WS-ADD-KEY
              ELSE
                 STRING WS-E-LCIDSTK '->' WS-E-LCIDDEST
                        DELIMITED BY SIZE INTO WS-ADD-KEY
              END-IF
              PERFORM PAR-ADD-COUNT
              MOVE 3 TO WS-ADD-DIM
              MOVE WS-E-USRID TO WS-ADD-KEY
              PERFORM PAR-ADD-COUNT
              MOVE 4 TO WS-ADD-DIM
              IF WS-E-PROCID = SPACES
                 MOVE '(NOT RECORDED)' TO WS-ADD-KEY
              ELSE
                 MOVE WS-E-PROCID TO WS-ADD-KEY
              END-IF
              PERFORM PAR-ADD-COUNT
      * --- A mismatch involves both ends of the movement: it counts
      * --- once against each location, once only when they are the
      * --- same.
              MOVE 5 TO WS-ADD-DIM
              IF WS-E-LCIDSTK NOT = SPACES
                 MOVE WS-E-LCIDSTK TO WS-ADD-KEY
                 PERFORM PAR-ADD-COUNT
              END-IF
              IF WS-E-LCIDDEST NOT = SPACES AND
                 WS-E-LCIDDEST NOT = WS-E-LCIDSTK
                 MOVE WS-E-LCIDDEST TO WS-ADD-KEY
                 PERFORM PAR-ADD-COUNT
              END-IF
           END-IF
           CONTINUE.

       PAR-ADD-COUNT.

           MOVE 0 TO WS-PAR-FOUND
           IF WS-PAR-COUNT > 0
              PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                      UNTIL WS-PAR-IDX > WS-PAR-COUNT
                 IF WS-P-DIM (WS-PAR-IDX) = WS-ADD-DIM AND
                    WS-P-KEY (WS-PAR-IDX) = WS-ADD-KEY
                    SET WS-PAR-FOUND TO WS-PAR-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PAR-FOUND = 0
              IF WS-PAR-COUNT < 600
                 ADD 1 TO WS-PAR-COUNT
                 MOVE WS-PAR-COUNT TO WS-PAR-FOUND
                 SET WS-PAR-IDX TO WS-PAR-FOUND
                 MOVE WS-ADD-DIM TO WS-P-DIM (WS-PAR-IDX)
                 MOVE WS-ADD-KEY TO WS-P-KEY (WS-PAR-IDX)
                 PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                         UNTIL WS-WEEK-IDX > WS-WEEKS-BACK
                    MOVE ZEROES TO
                     WS-P-WEEK (WS-PAR-IDX WS-WEEK-IDX)
                 END-PERFORM
                 MOVE ZEROES TO WS-P-PRIOR (WS-PAR-IDX)
                 MOVE 'N' TO WS-P-PRINTED (WS-PAR-IDX)
              ELSE
                 IF WS-PAR-FULL-FLAG = 'N'
                    MOVE 'Y' TO WS-PAR-FULL-FLAG
                    DISPLAY 'RSAPPARE: PARETO TABLE FULL, '
                            'LATER VALUES NOT COUNTED'
                 END-IF
              END-IF
           END-IF
           IF WS-PAR-FOUND > 0
              SET WS-PAR-IDX TO WS-PAR-FOUND
              ADD 1 TO WS-P-WEEK (WS-PAR-IDX WS-E-WEEK)
              IF WS-E-WEEK > 1
                 ADD 1 TO WS-P-PRIOR (WS-PAR-IDX)
              END-IF
           END-IF
           CONTINUE.

       PAR-PRINT-HEADING.

           MOVE SPACES TO WS-PARRPT-LINE
           STRING 'SAP DISCREPANCY PARETO, WEEK ENDING ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-PARRPT-LINE
           WRITE WS-PARRPT-LINE
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEKS-BACK
              MOVE WS-WEEK-IDX TO WS-WEEK-NO
              MOVE SPACES TO WS-PARRPT-LINE
              STRING '  WEEK ' WS-WEEK-NO
                     ' ' WS-WEEK-FROM (WS-WEEK-IDX)
                     ' - ' WS-WEEK-TO (WS-WEEK-IDX)
                     ' DISCREPANCIES ' WS-WEEK-TOTAL (WS-WEEK-IDX)
                     DELIMITED BY SIZE INTO WS-PARRPT-LINE
              WRITE WS-PARRPT-LINE
           END-PERFORM
           CONTINUE.

      * --- Highest this-week count first, ties on the four earlier
      * --- weeks; values seen only in earlier weeks follow at the
      * --- end. CUM is the running share of this week's total.
       PAR-PRINT-DIM.

           MOVE SPACES TO WS-PARRPT-LINE
           WRITE WS-PARRPT-LINE
           MOVE WS-DIM-TITLE TO WS-PARRPT-LINE
           WRITE WS-PARRPT-LINE
           MOVE SPACES TO WS-PARRPT-LINE
           STRING 'RNK VALUE            THIS WK  WEEK 2  WEEK 3'
                  '  WEEK 4  WEEK 5 4WK AVG CUM'
                  DELIMITED BY SIZE INTO WS-PARRPT-LINE
           WRITE WS-PARRPT-LINE
           MOVE ZEROES TO WS-RANK
           MOVE ZEROES TO WS-CUM-COUNT
           MOVE 'N' TO WS-DIM-DONE
           PERFORM PAR-PRINT-NEXT-BEST UNTIL DIM-ALL-PRINTED
           IF WS-RANK = ZEROES
              MOVE '  (NONE)' TO WS-PARRPT-LINE
              WRITE WS-PARRPT-LINE
           END-IF
           CONTINUE.

       PAR-PRINT-NEXT-BEST.

           MOVE 0 TO WS-BEST-FOUND
           IF WS-PAR-COUNT > 0
              PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                      UNTIL WS-PAR-IDX > WS-PAR-COUNT
                 IF WS-P-DIM (WS-PAR-IDX) = WS-PRINT-DIM AND
                    WS-P-PRINTED (WS-PAR-IDX) = 'N'
                    IF WS-BEST-FOUND = 0
                       SET WS-BEST-FOUND TO WS-PAR-IDX
                    ELSE
                       IF WS-P-WEEK (WS-PAR-IDX 1) >
                          WS-P-WEEK (WS-BEST-FOUND 1) OR
                          (WS-P-WEEK (WS-PAR-IDX 1) =
                           WS-P-WEEK (WS-BEST-FOUND 1) AND
                           WS-P-PRIOR (WS-PAR-IDX) >
                           WS-P-PRIOR (WS-BEST-FOUND))
                          SET WS-BEST-FOUND TO WS-PAR-IDX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-BEST-FOUND = 0
              MOVE 'Y' TO WS-DIM-DONE
           ELSE
              SET WS-PAR-IDX TO WS-BEST-FOUND
              MOVE 'Y' TO WS-P-PRINTED (WS-PAR-IDX)
              PERFORM PAR-PRINT-ONE-VALUE
           END-IF
           CONTINUE.

       PAR-PRINT-ONE-VALUE.

           ADD 1 TO WS-RANK
           ADD WS-P-WEEK (WS-PAR-IDX 1) TO WS-CUM-COUNT
           IF WS-WEEK-TOTAL (1) > 0
              COMPUTE WS-CUM-PCT =
                  WS-CUM-COUNT * 100 / WS-WEEK-TOTAL (1)
           ELSE
              MOVE ZEROES TO WS-CUM-PCT
           END-IF
           COMPUTE WS-PRIOR-AVG = WS-P-PRIOR (WS-PAR-IDX) / 4
           MOVE SPACES TO WS-TREND
           IF WS-P-WEEK (WS-PAR-IDX 1) > WS-PRIOR-AVG
              MOVE 'UP' TO WS-TREND
           END-IF
      * --- The busiest single locations are where the team goes.
           IF WS-PRINT-DIM = 5 AND WS-RANK NOT > WS-VISIT-COUNT AND
              WS-P-WEEK (WS-PAR-IDX 1) > 0
              MOVE 'VISIT' TO WS-TREND
           END-IF
           MOVE SPACES TO WS-PARRPT-LINE
           STRING WS-RANK ' ' WS-P-KEY (WS-PAR-IDX)
                  ' ' WS-P-WEEK (WS-PAR-IDX 1)
                  ' ' WS-P-WEEK (WS-PAR-IDX 2)
                  ' ' WS-P-WEEK (WS-PAR-IDX 3)
                  ' ' WS-P-WEEK (WS-PAR-IDX 4)
                  ' ' WS-P-WEEK (WS-PAR-IDX 5)
                  ' ' WS-PRIOR-AVG
                  ' ' WS-CUM-PCT '% ' WS-TREND
                  DELIMITED BY SIZE INTO WS-PARRPT-LINE
           WRITE WS-PARRPT-LINE
           CONTINUE.

       PAR-PRINT-TOTALS.

           MOVE SPACES TO WS-PARRPT-LINE
           WRITE WS-PARRPT-LINE
           MOVE SPACES TO WS-PARRPT-LINE
           STRING 'LINES ' WS-TOT-LINES
                  ' COUNTED ' WS-TOT-COUNTED
                  ' OLDER THAN FIVE WEEKS ' WS-TOT-OUTSIDE
                  ' UNDATED ' WS-TOT-UNDATED
                  DELIMITED BY SIZE INTO WS-PARRPT-LINE
           WRITE WS-PARRPT-LINE
           CONTINUE.
