      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      DLTBASE.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Delta history baselines and compaction.
      *
      * DLTHIST appends every night to FDLTHIST and HISTINQ used to
      * replay it from the first transaction for every inquiry.
      * DLTBASE takes a baseline: a keyed snapshot (FDLTBASE,
      * DLTBSNP copybook) of every part/supplier/plant key the
      * history has touched, as it stood at the end of the baseline
      * date, recorded on the baseline catalog (FDLTBCAT, DLTBCAT
      * copybook). HISTINQ then starts from the nearest verified
      * baseline on or before the requested date and replays only
      * the history after it.
      *
      * A baseline is built from the previous verified baseline
      * plus the history after it, through the baseline date. Before
      * it is trusted, every SAMPLE=nnn-th key (default 25, at most
      * 200 keys) is replayed again independently - from the first
      * transaction ever taken, through the offline archive
      * FDLTARCH and then FDLTHIST - and compared with the new
      * rows. No baseline is used as a starting point, so a bad
      * one cannot vouch for its successor. Any difference fails
      * the baseline: its rows are removed, it is marked F on the
      * catalog, nothing is archived and the run ends with return
      * code 16. With history archived, FDLTARCH must be mounted.
      *
      * Only then is the history compacted: verified baselines
      * beyond BASEKEEP=nn (default 3) are dropped, oldest first,
      * and every transaction dated on or before the oldest
      * baseline still kept is moved from FDLTHIST to the offline
      * archive FDLTARCH; FDLTHIST is rewritten with the rest
      * (copied through the FDLTKEEP work file first).
      *
      * NIGHTRUN calls DLTBASE every night after DLTHIST; it only
      * takes a baseline on the last day of the month, unless a
      * FORCE card (baseline as of today) or DATE=yyyymmdd card is
      * present. A date already baselined and verified is not taken
      * again, but any compaction still due is done. The baseline
      * report (FBASERPT) lists what was built, checked, dropped
      * and archived.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   Once history is archived the sample check replays FDLTARCH
      *   and then FDLTHIST from the first transaction, instead of
      *   starting from the oldest verified baseline (which with
      *   BASEKEEP=1 was the baseline the new one was built from).
      *   A missing archive stops the run.
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FBASECTL ASSIGN TO DBASECTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FBASECTL-ST.
           SELECT OPTIONAL FDLTHIST ASSIGN TO DDLTHIST
               FILE STATUS IS FDLTHIST-ST.
           SELECT FDLTBASE ASSIGN TO DDLTBASE
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS FDLTBASE-ST.
           SELECT FDLTBCAT ASSIGN TO DDLTBCAT
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS BC-BASELINE-DATE
               FILE STATUS IS FDLTBCAT-ST.
           SELECT FBASEWK ASSIGN TO DBASEWK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS BW-KEY
               FILE STATUS IS FBASEWK-ST.
           SELECT OPTIONAL FDLTARCH ASSIGN TO DDLTARCH
               FILE STATUS IS FDLTARCH-ST.
           SELECT FDLTKEEP ASSIGN TO DDLTKEEP
               FILE STATUS IS FDLTKEEP-ST.
           SELECT FBASERPT ASSIGN TO DBASERPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FBASERPT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FBASECTL.
       01  IN-BASECTL-CARD             PIC X(80).
       FD  FDLTHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1055 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-HISTORY.
       01  IN-HISTORY.
           05  HX-APPLY-DATE           PIC 9(08).
           05  HX-DELTA-RECORD.
               10  HX-TX-CODE              PIC X(01).
                   88  HX-TX-ADD               VALUE 'A'.
                   88  HX-TX-CHANGE            VALUE 'C'.
                   88  HX-TX-DELETE            VALUE 'D'.
               10  HX-TX-KEY.
                   15  HX-TX-PART-NUMBER   PIC X(10).
                   15  HX-TX-SUPPLIER-CODE PIC X(10).
                   15  HX-TX-PLANT         PIC X(03).
               10  HX-TX-BEFORE-IMAGE      PIC X(511).
               10  HX-TX-AFTER-IMAGE       PIC X(511).
       FD  FDLTBASE.
           COPY 'DLTBSNP'.
       FD  FDLTBCAT.
           COPY 'DLTBCAT'.
      *The baseline being built, one row per key.
       FD  FBASEWK.
       01  BW-BASELINE-WORK.
           05  BW-KEY.
               10  BW-PART-NUMBER      PIC X(10).
               10  BW-SUPPLIER-CODE    PIC X(10).
               10  BW-PLANT            PIC X(03).
           05  BW-EXISTS-SW            PIC X(01).
           05  BW-LAST-APPLY-DATE      PIC 9(08).
           05  BW-IMAGE                PIC X(511).
       FD  FDLTARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1055 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OU-ARCHIVE.
       01  OU-ARCHIVE                  PIC X(1055).
       FD  FDLTKEEP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1055 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IO-KEEP.
       01  IO-KEEP                     PIC X(1055).
       FD  FBASERPT.
       01  OU-BASERPT-LINE             PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *The keys picked for the independent replay: the image the
      *new baseline holds, and the image the replay arrives at.
       01  WS-SAMPLE-TABLE.
           05 WS-SAMPLE-COUNT              PIC 9(03) VALUE 0.
           05 WS-SAMPLE-ENTRY OCCURS 200 TIMES
                              INDEXED BY SP-IDX.
              10 SP-KEY.
                 15 SP-PART-NUMBER         PIC X(10).
                 15 SP-SUPPLIER-CODE       PIC X(10).
                 15 SP-PLANT               PIC X(03).
              10 SP-BASE-EXISTS            PIC X(01).
              10 SP-BASE-IMAGE             PIC X(511).
              10 SP-REPLAY-EXISTS          PIC X(01).
              10 SP-REPLAY-IMAGE           PIC X(511).
       01  WS-RUN-CONTROL.
           05 WS-BASE-KEEP                 PIC 9(02) VALUE 3.
           05 WS-BASE-KEEP-X               PIC X(02).
           05 WS-SAMPLE-EVERY              PIC 9(03) VALUE 25.
           05 WS-SAMPLE-EVERY-X            PIC X(03).
           05 WS-CARD-DATE-X               PIC X(08).
           05 WS-RUN-SW                    PIC X(01) VALUE 'N'.
             88 BASELINE-REQUESTED                   VALUE 'Y'.
       01  WS-WORK-FIELDS.
           05 WS-BASELINE-DATE             PIC 9(08) VALUE 0.
           05 WS-PRIOR-BASELINE            PIC 9(08) VALUE 0.
           05 WS-REPLAY-FROM-DATE          PIC 9(08) VALUE 0.
           05 WS-ARCHIVED-THROUGH          PIC 9(08) VALUE 0.
           05 WS-KEEP-FROM-DATE            PIC 9(08) VALUE 0.
           05 WS-ROWS-DATE                 PIC 9(08) VALUE 0.
           05 WS-TOMORROW                  PIC 9(08) VALUE 0.
           05 WS-THIS-MONTH                PIC 9(06) VALUE 0.
           05 WS-TOMORROW-MONTH            PIC 9(06) VALUE 0.
           05 WS-VERIFIED-COUNT            PIC 9(05) VALUE 0.
           05 WS-DROP-COUNT                PIC 9(05) VALUE 0.
           05 WS-SAMPLE-COUNTDOWN          PIC 9(03) VALUE 0.
           05 WS-TODAY-STATUS              PIC X(01) VALUE SPACE.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-PRIOR-ROWS            PIC 9(09) VALUE 0.
           05 WS-TOT-HISTORY-READ          PIC 9(09) VALUE 0.
           05 WS-TOT-TXNS-APPLIED          PIC 9(09) VALUE 0.
           05 WS-TOT-ROWS-WRITTEN          PIC 9(09) VALUE 0.
           05 WS-TOT-REPLAYED              PIC 9(09) VALUE 0.
           05 WS-TOT-MISMATCHES            PIC 9(05) VALUE 0.
           05 WS-TOT-BASELINES-DROPPED     PIC 9(05) VALUE 0.
           05 WS-TOT-ROWS-REMOVED          PIC 9(09) VALUE 0.
           05 WS-TOT-ARCHIVED              PIC 9(09) VALUE 0.
           05 WS-TOT-KEPT                  PIC 9(09) VALUE 0.
           05 WS-TOT-RESTORED              PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-FBASECTL-EOF              PIC X(01) VALUE 'N'.
             88 NO-MORE-FBASECTL                     VALUE 'Y'.
           05 WS-SCAN-SW                   PIC X(01) VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.
           05 WS-ROWS-SW                   PIC X(01) VALUE 'N'.
             88 ROWS-DONE                            VALUE 'Y'.
           05 WS-BUILD-SW                  PIC X(01) VALUE 'N'.
             88 BASELINE-TO-BUILD                    VALUE 'Y'.
           05 FBASECTL-ST                  PIC X(02).
             88 FBASECTL-OK                          VALUE '00'.
             88 FBASECTL-ABSENT                      VALUE '05' '35'.
           05 FDLTHIST-ST                  PIC X(02).
             88 FDLTHIST-OK                          VALUE '00' '05'.
           05 FDLTBASE-ST                  PIC X(02).
             88 FDLTBASE-OK                          VALUE '00'.
             88 FDLTBASE-NOTFND                      VALUE '23'.
             88 FDLTBASE-ABSENT                      VALUE '35'.
           05 FDLTBCAT-ST                  PIC X(02).
             88 FDLTBCAT-OK                          VALUE '00'.
             88 FDLTBCAT-NOTFND                      VALUE '23'.
             88 FDLTBCAT-ABSENT                      VALUE '35'.
           05 FBASEWK-ST                   PIC X(02).
             88 FBASEWK-OK                           VALUE '00'.
             88 FBASEWK-NOTFND                       VALUE '23'.
           05 FDLTARCH-ST                  PIC X(02).
             88 FDLTARCH-OK                          VALUE '00' '05'.
           05 FDLTKEEP-ST                  PIC X(02).
             88 FDLTKEEP-OK                          VALUE '00'.
           05 FBASERPT-ST                  PIC X(02) VALUE SPACES.
             88 FBASERPT-OK                          VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 110-READ-CATALOG.
           IF BASELINE-TO-BUILD
               PERFORM 200-BUILD-BASELINE
               PERFORM 300-WRITE-BASELINE
               PERFORM 400-VERIFY-BASELINE
           END-IF.
           PERFORM 500-APPLY-RETENTION.
           PERFORM 600-ARCHIVE-HISTORY.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-BASELINE-DATE.
           PERFORM 105-READ-RUN-CONTROL.
      *Month end: tomorrow falls in another month.
           COMPUTE WS-TOMORROW =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-YYYYMMDD)
                   + 1).
           DIVIDE WS-CURRENT-DATE-YYYYMMDD BY 100
               GIVING WS-THIS-MONTH.
           DIVIDE WS-TOMORROW BY 100 GIVING WS-TOMORROW-MONTH.
           IF WS-TOMORROW-MONTH NOT = WS-THIS-MONTH
               MOVE 'Y' TO WS-RUN-SW
           END-IF.
           IF NOT BASELINE-REQUESTED
               DISPLAY 'DLTBASE - NOT MONTH END, NO BASELINE TAKEN'
               GOBACK
           END-IF.
      *The catalog and the snapshot persist across runs; they are
      *only created when absent, never truncated.
           OPEN I-O FDLTBCAT.
           IF FDLTBCAT-ABSENT
               OPEN OUTPUT FDLTBCAT
               IF FDLTBCAT-OK
                   CLOSE FDLTBCAT
               END-IF
               OPEN I-O FDLTBCAT
           END-IF.
           IF NOT FDLTBCAT-OK
               DISPLAY 'BASELINE CATALOG FILE PROBLEM ' FDLTBCAT-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O FDLTBASE.
           IF FDLTBASE-ABSENT
               OPEN OUTPUT FDLTBASE
               IF FDLTBASE-OK
                   CLOSE FDLTBASE
               END-IF
               OPEN I-O FDLTBASE
           END-IF.
           IF NOT FDLTBASE-OK
               DISPLAY 'BASELINE SNAPSHOT FILE PROBLEM ' FDLTBASE-ST
               CLOSE FDLTBCAT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *The work file is rebuilt from scratch every run, then
      *reopened I-O for the replay.
           OPEN OUTPUT FBASEWK.
           IF FBASEWK-OK
               CLOSE FBASEWK
               OPEN I-O FBASEWK
           END-IF.
           IF NOT FBASEWK-OK
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FBASERPT.
           IF NOT FBASERPT-OK
               DISPLAY 'BASELINE REPORT FILE PROBLEM'
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE SPACES TO OU-BASERPT-LINE.
           STRING 'DELTA HISTORY BASELINE '
                                          DELIMITED BY SIZE
                  WS-BASELINE-DATE        DELIMITED BY SIZE
                  '  RUN '                DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  '  KEEP '               DELIMITED BY SIZE
                  WS-BASE-KEEP            DELIMITED BY SIZE
                  '  SAMPLE EVERY '       DELIMITED BY SIZE
                  WS-SAMPLE-EVERY         DELIMITED BY SIZE
                  ' KEYS'                 DELIMITED BY SIZE
                  INTO OU-BASERPT-LINE.
           WRITE OU-BASERPT-LINE.
      *Run-control cards, FRUNCTL style: FORCE takes a baseline as
      *of today whatever the day; DATE=yyyymmdd takes one as of
      *that date; BASEKEEP=nn is how many verified baselines stay
      *on file; SAMPLE=nnn is how often a key is picked for the
      *independent replay.
       105-READ-RUN-CONTROL.
           OPEN INPUT FBASECTL.
           IF FBASECTL-ABSENT
               IF FBASECTL-ST = '05'
                   CLOSE FBASECTL
               END-IF
           ELSE
               IF FBASECTL-OK
                   PERFORM 106-READ-ONE-CARD UNTIL NO-MORE-FBASECTL
                   CLOSE FBASECTL
               ELSE
                   DISPLAY 'RUN CONTROL FILE PROBLEM ' FBASECTL-ST
               END-IF
           END-IF.
       106-READ-ONE-CARD.
           READ FBASECTL
               AT END MOVE 'Y' TO WS-FBASECTL-EOF
           END-READ.
           IF FBASECTL-OK AND NOT NO-MORE-FBASECTL
               EVALUATE TRUE
                   WHEN IN-BASECTL-CARD(1:1) = '*'
                    OR IN-BASECTL-CARD = SPACES
                       CONTINUE
                   WHEN IN-BASECTL-CARD(1:5) = 'FORCE'
                       MOVE 'Y' TO WS-RUN-SW
                   WHEN IN-BASECTL-CARD(1:5) = 'DATE='
                       MOVE IN-BASECTL-CARD(6:8) TO WS-CARD-DATE-X
                       IF WS-CARD-DATE-X IS NUMERIC
                          AND WS-CARD-DATE-X NOT >
                              WS-CURRENT-DATE-YYYYMMDD
                           MOVE WS-CARD-DATE-X TO WS-BASELINE-DATE
                           MOVE 'Y' TO WS-RUN-SW
                       ELSE
                           DISPLAY 'DATE CARD NOT VALID: '
                                   IN-BASECTL-CARD(1:20)
                       END-IF
                   WHEN IN-BASECTL-CARD(1:9) = 'BASEKEEP='
                       MOVE IN-BASECTL-CARD(10:2) TO WS-BASE-KEEP-X
                       IF WS-BASE-KEEP-X IS NUMERIC
                          AND WS-BASE-KEEP-X NOT = '00'
                           MOVE WS-BASE-KEEP-X TO WS-BASE-KEEP
                       ELSE
                           DISPLAY 'BASEKEEP CARD NOT VALID, USING '
                                   WS-BASE-KEEP
                       END-IF
                   WHEN IN-BASECTL-CARD(1:7) = 'SAMPLE='
                       MOVE IN-BASECTL-CARD(8:3) TO WS-SAMPLE-EVERY-X
                       IF WS-SAMPLE-EVERY-X IS NUMERIC
                          AND WS-SAMPLE-EVERY-X NOT = '000'
                           MOVE WS-SAMPLE-EVERY-X TO WS-SAMPLE-EVERY
                       ELSE
                           DISPLAY 'SAMPLE CARD NOT VALID, USING '
                                   WS-SAMPLE-EVERY
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RUN CONTROL CARD NOT KNOWN: '
                               IN-BASECTL-CARD(1:20)
               END-EVALUATE
           END-IF.
      *What is on file already: the latest verified baseline before
      *this one (built from), how far the history has been archived,
      *and whether this date has been tried before.
       110-READ-CATALOG.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE 0 TO BC-BASELINE-DATE.
           START FDLTBCAT KEY IS NOT LESS BC-BASELINE-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 115-READ-ONE-ENTRY UNTIL SCAN-DONE.
           MOVE 'Y' TO WS-BUILD-SW.
           EVALUATE TRUE
               WHEN WS-TODAY-STATUS = 'V'
                   MOVE 'N' TO WS-BUILD-SW
                   MOVE 'BASELINE ALREADY TAKEN AND VERIFIED'
                       TO OU-BASERPT-LINE
                   WRITE OU-BASERPT-LINE
               WHEN WS-TODAY-STATUS = 'D'
                   MOVE 'N' TO WS-BUILD-SW
                   MOVE 'BASELINE DROPPED EARLIER - NOT RETAKEN'
                       TO OU-BASERPT-LINE
                   WRITE OU-BASERPT-LINE
               WHEN WS-BASELINE-DATE NOT > WS-ARCHIVED-THROUGH
                   DISPLAY 'BASELINE DATE ' WS-BASELINE-DATE
                           ' IS IN ARCHIVED HISTORY THROUGH '
                           WS-ARCHIVED-THROUGH
                   MOVE 8 TO RETURN-CODE
                   PERFORM 900-CLOSE
                   GOBACK
               WHEN WS-ARCHIVED-THROUGH > 0
                AND WS-PRIOR-BASELINE = 0
                   DISPLAY 'HISTORY ARCHIVED BUT NO VERIFIED BASELINE'
                           ' BEFORE ' WS-BASELINE-DATE
                   PERFORM 850-FILE-FAILURE
               WHEN WS-TODAY-STATUS NOT = SPACE
      *A built or failed attempt at this date leaves rows behind.
                   MOVE WS-BASELINE-DATE TO WS-ROWS-DATE
                   PERFORM 520-REMOVE-ROWS
           END-EVALUATE.
       115-READ-ONE-ENTRY.
           READ FDLTBCAT NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FDLTBCAT-OK
                   DISPLAY 'BASELINE CATALOG READ PROBLEM '
                           FDLTBCAT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF BC-BASELINE-DATE = WS-BASELINE-DATE
                   MOVE BC-STATUS TO WS-TODAY-STATUS
               END-IF
               IF BC-BASELINE-VERIFIED
                  AND BC-BASELINE-DATE < WS-BASELINE-DATE
                   MOVE BC-BASELINE-DATE TO WS-PRIOR-BASELINE
               END-IF
               IF BC-ARCHIVED-THROUGH > WS-ARCHIVED-THROUGH
                   MOVE BC-ARCHIVED-THROUGH TO WS-ARCHIVED-THROUGH
               END-IF
           END-IF.
      *Start from the previous verified baseline and replay the
      *history after it, through the baseline date.
       200-BUILD-BASELINE.
           IF WS-PRIOR-BASELINE > 0
               MOVE 'N' TO WS-ROWS-SW
               MOVE WS-PRIOR-BASELINE TO BS-BASELINE-DATE
               MOVE LOW-VALUES TO BS-PART-NUMBER
               MOVE LOW-VALUES TO BS-SUPPLIER-CODE
               MOVE LOW-VALUES TO BS-PLANT
               START FDLTBASE KEY IS NOT LESS BS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ROWS-SW
               END-START
               PERFORM 210-LOAD-ONE-PRIOR-ROW UNTIL ROWS-DONE
           END-IF.
           MOVE 'N' TO WS-SCAN-SW.
           OPEN INPUT FDLTHIST.
           IF NOT FDLTHIST-OK
               DISPLAY 'DELTA HISTORY FILE PROBLEM ' FDLTHIST-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           PERFORM 220-APPLY-ONE-TXN UNTIL SCAN-DONE.
           CLOSE FDLTHIST.
       210-LOAD-ONE-PRIOR-ROW.
           READ FDLTBASE NEXT
               AT END MOVE 'Y' TO WS-ROWS-SW
           END-READ.
           IF NOT ROWS-DONE
               IF NOT FDLTBASE-OK
                   DISPLAY 'BASELINE SNAPSHOT READ PROBLEM '
                           FDLTBASE-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF BS-BASELINE-DATE NOT = WS-PRIOR-BASELINE
                   MOVE 'Y' TO WS-ROWS-SW
               ELSE
                   ADD 1 TO WS-TOT-PRIOR-ROWS
                   MOVE BS-PART-NUMBER TO BW-PART-NUMBER
                   MOVE BS-SUPPLIER-CODE TO BW-SUPPLIER-CODE
                   MOVE BS-PLANT TO BW-PLANT
                   MOVE BS-EXISTS-SW TO BW-EXISTS-SW
                   MOVE BS-LAST-APPLY-DATE TO BW-LAST-APPLY-DATE
                   MOVE BS-IMAGE TO BW-IMAGE
                   WRITE BW-BASELINE-WORK
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF NOT FBASEWK-OK
                       PERFORM 850-FILE-FAILURE
                   END-IF
               END-IF
           END-IF.
      *Same replay rule as HISTINQ: an add or change installs the
      *after-image, a delete leaves the key marked deleted.
       220-APPLY-ONE-TXN.
           READ FDLTHIST
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FDLTHIST-OK
                   DISPLAY 'DELTA HISTORY READ PROBLEM ' FDLTHIST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               ADD 1 TO WS-TOT-HISTORY-READ
               IF HX-APPLY-DATE > WS-PRIOR-BASELINE
                  AND HX-APPLY-DATE NOT > WS-BASELINE-DATE
                   ADD 1 TO WS-TOT-TXNS-APPLIED
                   MOVE HX-TX-KEY TO BW-KEY
                   READ FBASEWK
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF NOT FBASEWK-OK AND NOT FBASEWK-NOTFND
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   IF FBASEWK-NOTFND
                       MOVE HX-TX-KEY TO BW-KEY
                   END-IF
                   MOVE HX-APPLY-DATE TO BW-LAST-APPLY-DATE
                   EVALUATE TRUE
                       WHEN HX-TX-ADD OR HX-TX-CHANGE
                           MOVE 'Y' TO BW-EXISTS-SW
                           MOVE HX-TX-AFTER-IMAGE TO BW-IMAGE
                       WHEN HX-TX-DELETE
                           MOVE 'N' TO BW-EXISTS-SW
                           MOVE SPACES TO BW-IMAGE
                   END-EVALUATE
                   IF FBASEWK-NOTFND
                       WRITE BW-BASELINE-WORK
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   ELSE
                       REWRITE BW-BASELINE-WORK
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
                   IF NOT FBASEWK-OK
                       PERFORM 850-FILE-FAILURE
                   END-IF
               END-IF
           END-IF.
      *Every key goes on the snapshot under the baseline date; every
      *SAMPLE-th key, the first included, is kept for the check.
       300-WRITE-BASELINE.
           MOVE WS-BASELINE-DATE TO BC-BASELINE-DATE.
           READ FDLTBCAT
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FDLTBCAT-NOTFND
               INITIALIZE BC-BASELINE-CATALOG
               MOVE WS-BASELINE-DATE TO BC-BASELINE-DATE
               MOVE 'B' TO BC-STATUS
               WRITE BC-BASELINE-CATALOG
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF NOT FDLTBCAT-OK
               DISPLAY 'BASELINE CATALOG WRITE PROBLEM ' FDLTBCAT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE WS-SAMPLE-EVERY TO WS-SAMPLE-COUNTDOWN.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO BW-KEY.
           START FBASEWK KEY IS NOT LESS BW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 310-WRITE-ONE-ROW UNTIL SCAN-DONE.
           MOVE WS-BASELINE-DATE TO BC-BASELINE-DATE.
           READ FDLTBCAT
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FDLTBCAT-OK
               MOVE 'B' TO BC-STATUS
               MOVE WS-PRIOR-BASELINE TO BC-BUILT-FROM-DATE
               MOVE WS-CURRENT-DATE-YYYYMMDD TO BC-CREATED-DATE
               MOVE WS-TOT-ROWS-WRITTEN TO BC-KEY-COUNT
               MOVE WS-TOT-TXNS-APPLIED TO BC-TXNS-APPLIED
               MOVE 0 TO BC-SAMPLE-KEYS
               MOVE 0 TO BC-SAMPLE-MISMATCHES
               MOVE 0 TO BC-DROPPED-DATE
               MOVE 0 TO BC-ARCHIVED-THROUGH
               MOVE 0 TO BC-TXNS-ARCHIVED
               REWRITE BC-BASELINE-CATALOG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT FDLTBCAT-OK
               DISPLAY 'BASELINE CATALOG WRITE PROBLEM ' FDLTBCAT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE SPACES TO OU-BASERPT-LINE.
           STRING 'BUILT FROM BASELINE ' DELIMITED BY SIZE
                  WS-PRIOR-BASELINE      DELIMITED BY SIZE
                  ' PRIOR ROWS '         DELIMITED BY SIZE
                  WS-TOT-PRIOR-ROWS      DELIMITED BY SIZE
                  ' HISTORY READ '       DELIMITED BY SIZE
                  WS-TOT-HISTORY-READ    DELIMITED BY SIZE
                  ' APPLIED '            DELIMITED BY SIZE
                  WS-TOT-TXNS-APPLIED    DELIMITED BY SIZE
                  ' KEYS '               DELIMITED BY SIZE
                  WS-TOT-ROWS-WRITTEN    DELIMITED BY SIZE
                  INTO OU-BASERPT-LINE.
           WRITE OU-BASERPT-LINE.
       310-WRITE-ONE-ROW.
           READ FBASEWK NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FBASEWK-OK
                   PERFORM 850-FILE-FAILURE
               END-IF
               MOVE WS-BASELINE-DATE TO BS-BASELINE-DATE
               MOVE BW-PART-NUMBER TO BS-PART-NUMBER
               MOVE BW-SUPPLIER-CODE TO BS-SUPPLIER-CODE
               MOVE BW-PLANT TO BS-PLANT
               MOVE BW-EXISTS-SW TO BS-EXISTS-SW
               MOVE BW-LAST-APPLY-DATE TO BS-LAST-APPLY-DATE
               MOVE BW-IMAGE TO BS-IMAGE
               WRITE BS-BASELINE-SNAPSHOT
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF NOT FDLTBASE-OK
                   DISPLAY 'BASELINE SNAPSHOT WRITE PROBLEM '
                           FDLTBASE-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               ADD 1 TO WS-TOT-ROWS-WRITTEN
               IF WS-SAMPLE-COUNTDOWN NOT < WS-SAMPLE-EVERY
                  AND WS-SAMPLE-COUNT < 200
                   MOVE 0 TO WS-SAMPLE-COUNTDOWN
                   ADD 1 TO WS-SAMPLE-COUNT
                   SET SP-IDX TO WS-SAMPLE-COUNT
                   MOVE BW-KEY TO SP-KEY(SP-IDX)
                   MOVE BW-EXISTS-SW TO SP-BASE-EXISTS(SP-IDX)
                   MOVE BW-IMAGE TO SP-BASE-IMAGE(SP-IDX)
                   MOVE 'N' TO SP-REPLAY-EXISTS(SP-IDX)
                   MOVE SPACES TO SP-REPLAY-IMAGE(SP-IDX)
               END-IF
               ADD 1 TO WS-SAMPLE-COUNTDOWN
           END-IF.
      *The check replays the sample keys a second way: from the
      *first transaction ever taken, the archived part first, with
      *no baseline as a starting point. Nothing is dropped or
      *archived unless every sample key agrees.
       400-VERIFY-BASELINE.
           MOVE 0 TO WS-REPLAY-FROM-DATE.
           OPEN INPUT FDLTHIST.
           IF NOT FDLTHIST-OK
               DISPLAY 'DELTA HISTORY FILE PROBLEM ' FDLTHIST-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           IF WS-ARCHIVED-THROUGH > 0
               OPEN INPUT FDLTARCH
               IF FDLTARCH-ST NOT = '00'
                   DISPLAY 'HISTORY ARCHIVE FILE PROBLEM '
                           FDLTARCH-ST ' - NEEDED TO CHECK BASELINE'
                   CLOSE FDLTHIST
                   PERFORM 850-FILE-FAILURE
               END-IF
               MOVE 'N' TO WS-SCAN-SW
               PERFORM 415-REPLAY-ONE-ARCHIVED UNTIL SCAN-DONE
               CLOSE FDLTARCH
           END-IF.
           MOVE 'N' TO WS-SCAN-SW.
           PERFORM 420-REPLAY-ONE-TXN UNTIL SCAN-DONE.
           CLOSE FDLTHIST.
           PERFORM 430-COMPARE-ONE-SAMPLE
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > WS-SAMPLE-COUNT.
           MOVE WS-BASELINE-DATE TO BC-BASELINE-DATE.
           READ FDLTBCAT
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FDLTBCAT-OK
               DISPLAY 'BASELINE CATALOG READ PROBLEM ' FDLTBCAT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE WS-SAMPLE-COUNT TO BC-SAMPLE-KEYS.
           MOVE WS-TOT-MISMATCHES TO BC-SAMPLE-MISMATCHES.
           IF WS-TOT-MISMATCHES = 0
               MOVE 'V' TO BC-STATUS
           ELSE
               MOVE 'F' TO BC-STATUS
           END-IF.
           REWRITE BC-BASELINE-CATALOG
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT FDLTBCAT-OK
               DISPLAY 'BASELINE CATALOG WRITE PROBLEM ' FDLTBCAT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE SPACES TO OU-BASERPT-LINE.
           STRING 'CHECKED '             DELIMITED BY SIZE
                  WS-SAMPLE-COUNT        DELIMITED BY SIZE
                  ' SAMPLE KEYS AGAINST A REPLAY FROM '
                                         DELIMITED BY SIZE
                  WS-REPLAY-FROM-DATE    DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  WS-TOT-REPLAYED        DELIMITED BY SIZE
                  ' TXNS) MISMATCHES '   DELIMITED BY SIZE
                  WS-TOT-MISMATCHES      DELIMITED BY SIZE
                  INTO OU-BASERPT-LINE.
           WRITE OU-BASERPT-LINE.
           IF WS-TOT-MISMATCHES > 0
               MOVE WS-BASELINE-DATE TO WS-ROWS-DATE
               PERFORM 520-REMOVE-ROWS
               MOVE 'BASELINE FAILED CHECK - REMOVED, NOTHING ARCHIVED'
                   TO OU-BASERPT-LINE
               WRITE OU-BASERPT-LINE
               DISPLAY 'DLTBASE - BASELINE ' WS-BASELINE-DATE
                       ' FAILED CHECK, ' WS-TOT-MISMATCHES
                       ' SAMPLE KEYS DIFFER'
               MOVE 16 TO RETURN-CODE
               PERFORM 900-CLOSE
               GOBACK
           END-IF.
      *The archive holds FDLTHIST records as they were; each is
      *replayed through the history record.
       415-REPLAY-ONE-ARCHIVED.
           READ FDLTARCH
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FDLTARCH-OK
                   DISPLAY 'HISTORY ARCHIVE READ PROBLEM '
                           FDLTARCH-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               MOVE OU-ARCHIVE TO IN-HISTORY
               PERFORM 425-REPLAY-SAMPLE-KEY
           END-IF.
       420-REPLAY-ONE-TXN.
           READ FDLTHIST
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FDLTHIST-OK
                   DISPLAY 'DELTA HISTORY READ PROBLEM ' FDLTHIST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               PERFORM 425-REPLAY-SAMPLE-KEY
           END-IF.
       425-REPLAY-SAMPLE-KEY.
           IF HX-APPLY-DATE > WS-REPLAY-FROM-DATE
              AND HX-APPLY-DATE NOT > WS-BASELINE-DATE
               SET SP-IDX TO 1
               SEARCH WS-SAMPLE-ENTRY
                   WHEN SP-IDX > WS-SAMPLE-COUNT
                       CONTINUE
                   WHEN SP-KEY(SP-IDX) = HX-TX-KEY
                       ADD 1 TO WS-TOT-REPLAYED
                       EVALUATE TRUE
                           WHEN HX-TX-ADD OR HX-TX-CHANGE
                               MOVE 'Y' TO SP-REPLAY-EXISTS(SP-IDX)
                               MOVE HX-TX-AFTER-IMAGE
                                   TO SP-REPLAY-IMAGE(SP-IDX)
                           WHEN HX-TX-DELETE
                               MOVE 'N' TO SP-REPLAY-EXISTS(SP-IDX)
                               MOVE SPACES
                                   TO SP-REPLAY-IMAGE(SP-IDX)
                       END-EVALUATE
               END-SEARCH
           END-IF.
       430-COMPARE-ONE-SAMPLE.
           IF SP-BASE-EXISTS(SP-IDX) NOT = SP-REPLAY-EXISTS(SP-IDX)
              OR SP-BASE-IMAGE(SP-IDX) NOT = SP-REPLAY-IMAGE(SP-IDX)
               ADD 1 TO WS-TOT-MISMATCHES
               MOVE SPACES TO OU-BASERPT-LINE
               STRING '  MISMATCH PART '       DELIMITED BY SIZE
                      SP-PART-NUMBER(SP-IDX)   DELIMITED BY SIZE
                      ' SUPPLIER '             DELIMITED BY SIZE
                      SP-SUPPLIER-CODE(SP-IDX) DELIMITED BY SIZE
                      ' PLANT '                DELIMITED BY SIZE
                      SP-PLANT(SP-IDX)         DELIMITED BY SIZE
                      ' BASELINE EXISTS '      DELIMITED BY SIZE
                      SP-BASE-EXISTS(SP-IDX)   DELIMITED BY SIZE
                      ' REPLAY EXISTS '        DELIMITED BY SIZE
                      SP-REPLAY-EXISTS(SP-IDX) DELIMITED BY SIZE
                      INTO OU-BASERPT-LINE
               WRITE OU-BASERPT-LINE
           END-IF.
      *Keep BASEKEEP verified baselines; drop the older ones and
      *remember the oldest kept, which the history is archived up to.
       500-APPLY-RETENTION.
           MOVE 0 TO WS-VERIFIED-COUNT.
           MOVE 0 TO WS-KEEP-FROM-DATE.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE 0 TO BC-BASELINE-DATE.
           START FDLTBCAT KEY IS NOT LESS BC-BASELINE-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 505-COUNT-ONE-VERIFIED UNTIL SCAN-DONE.
           MOVE 0 TO WS-DROP-COUNT.
           IF WS-VERIFIED-COUNT > WS-BASE-KEEP
               COMPUTE WS-DROP-COUNT = WS-VERIFIED-COUNT - WS-BASE-KEEP
           END-IF.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE 0 TO BC-BASELINE-DATE.
           START FDLTBCAT KEY IS NOT LESS BC-BASELINE-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 510-RETAIN-ONE-BASELINE UNTIL SCAN-DONE.
       505-COUNT-ONE-VERIFIED.
           READ FDLTBCAT NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FDLTBCAT-OK
                   DISPLAY 'BASELINE CATALOG READ PROBLEM '
                           FDLTBCAT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF BC-BASELINE-VERIFIED
                   ADD 1 TO WS-VERIFIED-COUNT
               END-IF
           END-IF.
       510-RETAIN-ONE-BASELINE.
           READ FDLTBCAT NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FDLTBCAT-OK
                   DISPLAY 'BASELINE CATALOG READ PROBLEM '
                           FDLTBCAT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF BC-BASELINE-VERIFIED
                   IF WS-DROP-COUNT > 0
                       SUBTRACT 1 FROM WS-DROP-COUNT
                       MOVE BC-BASELINE-DATE TO WS-ROWS-DATE
                       PERFORM 520-REMOVE-ROWS
                       MOVE 'D' TO BC-STATUS
                       MOVE WS-CURRENT-DATE-YYYYMMDD
                           TO BC-DROPPED-DATE
                       REWRITE BC-BASELINE-CATALOG
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF NOT FDLTBCAT-OK
                           DISPLAY 'BASELINE CATALOG WRITE PROBLEM '
                                   FDLTBCAT-ST
                           PERFORM 850-FILE-FAILURE
                       END-IF
                       ADD 1 TO WS-TOT-BASELINES-DROPPED
                       MOVE SPACES TO OU-BASERPT-LINE
                       STRING 'DROPPED BASELINE '  DELIMITED BY SIZE
                              BC-BASELINE-DATE     DELIMITED BY SIZE
                              INTO OU-BASERPT-LINE
                       WRITE OU-BASERPT-LINE
                   ELSE
                       IF WS-KEEP-FROM-DATE = 0
                           MOVE BC-BASELINE-DATE TO WS-KEEP-FROM-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *Remove every snapshot row of one baseline date.
       520-REMOVE-ROWS.
           MOVE 'N' TO WS-ROWS-SW.
           MOVE WS-ROWS-DATE TO BS-BASELINE-DATE.
           MOVE LOW-VALUES TO BS-PART-NUMBER.
           MOVE LOW-VALUES TO BS-SUPPLIER-CODE.
           MOVE LOW-VALUES TO BS-PLANT.
           START FDLTBASE KEY IS NOT LESS BS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ROWS-SW
           END-START.
           PERFORM 525-REMOVE-ONE-ROW UNTIL ROWS-DONE.
       525-REMOVE-ONE-ROW.
           READ FDLTBASE NEXT
               AT END MOVE 'Y' TO WS-ROWS-SW
           END-READ.
           IF NOT ROWS-DONE
               IF NOT FDLTBASE-OK
                   DISPLAY 'BASELINE SNAPSHOT READ PROBLEM '
                           FDLTBASE-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF BS-BASELINE-DATE NOT = WS-ROWS-DATE
                   MOVE 'Y' TO WS-ROWS-SW
               ELSE
                   DELETE FDLTBASE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF NOT FDLTBASE-OK
                       DISPLAY 'BASELINE SNAPSHOT DELETE PROBLEM '
                               FDLTBASE-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO WS-TOT-ROWS-REMOVED
               END-IF
           END-IF.
      *Move every transaction dated on or before the oldest kept
      *baseline to the offline archive. The rest go to FDLTKEEP
      *first and only then replace FDLTHIST, so a failure before
      *the copy back leaves the history as it was.
       600-ARCHIVE-HISTORY.
           IF WS-KEEP-FROM-DATE > WS-ARCHIVED-THROUGH
               MOVE 'N' TO WS-SCAN-SW
               OPEN INPUT FDLTHIST
               IF NOT FDLTHIST-OK
                   DISPLAY 'DELTA HISTORY FILE PROBLEM ' FDLTHIST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               OPEN EXTEND FDLTARCH
               IF NOT FDLTARCH-OK
                   DISPLAY 'HISTORY ARCHIVE FILE PROBLEM '
                           FDLTARCH-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               OPEN OUTPUT FDLTKEEP
               IF NOT FDLTKEEP-OK
                   DISPLAY 'HISTORY KEEP FILE PROBLEM ' FDLTKEEP-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               PERFORM 610-SPLIT-ONE-TXN UNTIL SCAN-DONE
               CLOSE FDLTHIST
               CLOSE FDLTARCH
               CLOSE FDLTKEEP
               PERFORM 620-RESTORE-HISTORY
               MOVE WS-KEEP-FROM-DATE TO BC-BASELINE-DATE
               READ FDLTBCAT
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FDLTBCAT-OK
                   MOVE WS-KEEP-FROM-DATE TO BC-ARCHIVED-THROUGH
                   MOVE WS-TOT-ARCHIVED TO BC-TXNS-ARCHIVED
                   REWRITE BC-BASELINE-CATALOG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               IF NOT FDLTBCAT-OK
                   DISPLAY 'BASELINE CATALOG WRITE PROBLEM '
                           FDLTBCAT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               MOVE SPACES TO OU-BASERPT-LINE
               STRING 'ARCHIVED THROUGH '  DELIMITED BY SIZE
                      WS-KEEP-FROM-DATE    DELIMITED BY SIZE
                      ' TXNS ARCHIVED '    DELIMITED BY SIZE
                      WS-TOT-ARCHIVED      DELIMITED BY SIZE
                      ' KEPT ONLINE '      DELIMITED BY SIZE
                      WS-TOT-RESTORED      DELIMITED BY SIZE
                      INTO OU-BASERPT-LINE
               WRITE OU-BASERPT-LINE
           ELSE
               MOVE 'NOTHING TO ARCHIVE' TO OU-BASERPT-LINE
               WRITE OU-BASERPT-LINE
           END-IF.
       610-SPLIT-ONE-TXN.
           READ FDLTHIST
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FDLTHIST-OK
                   DISPLAY 'DELTA HISTORY READ PROBLEM ' FDLTHIST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF HX-APPLY-DATE NOT > WS-KEEP-FROM-DATE
                   MOVE IN-HISTORY TO OU-ARCHIVE
                   WRITE OU-ARCHIVE
                   IF NOT FDLTARCH-OK
                       DISPLAY 'HISTORY ARCHIVE WRITE PROBLEM '
                               FDLTARCH-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO WS-TOT-ARCHIVED
               ELSE
                   MOVE IN-HISTORY TO IO-KEEP
                   WRITE IO-KEEP
                   IF NOT FDLTKEEP-OK
                       DISPLAY 'HISTORY KEEP WRITE PROBLEM '
                               FDLTKEEP-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO WS-TOT-KEPT
               END-IF
           END-IF.
       620-RESTORE-HISTORY.
           OPEN INPUT FDLTKEEP.
           IF NOT FDLTKEEP-OK
               DISPLAY 'HISTORY KEEP FILE PROBLEM ' FDLTKEEP-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FDLTHIST.
           IF NOT FDLTHIST-OK
               DISPLAY 'DELTA HISTORY FILE PROBLEM ' FDLTHIST-ST
                       ' - HISTORY IS ON FDLTKEEP'
               CLOSE FDLTKEEP
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE 'N' TO WS-SCAN-SW.
           PERFORM 625-RESTORE-ONE-TXN UNTIL SCAN-DONE.
           CLOSE FDLTKEEP.
           CLOSE FDLTHIST.
           IF WS-TOT-RESTORED NOT = WS-TOT-KEPT
               DISPLAY 'DELTA HISTORY REWRITE SHORT - HISTORY IS ON '
                       'FDLTKEEP'
               PERFORM 850-FILE-FAILURE
           END-IF.
       625-RESTORE-ONE-TXN.
           READ FDLTKEEP
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FDLTKEEP-OK
                   DISPLAY 'HISTORY KEEP READ PROBLEM ' FDLTKEEP-ST
                           ' - HISTORY IS ON FDLTKEEP'
                   PERFORM 850-FILE-FAILURE
               END-IF
               MOVE IO-KEEP TO IN-HISTORY
               WRITE IN-HISTORY
               IF NOT FDLTHIST-OK
                   DISPLAY 'DELTA HISTORY WRITE PROBLEM ' FDLTHIST-ST
                           ' - HISTORY IS ON FDLTKEEP'
                   PERFORM 850-FILE-FAILURE
               END-IF
               ADD 1 TO WS-TOT-RESTORED
           END-IF.
      *A file failure part way means the baseline or the archive
      *cannot be trusted: stop loudly.
       850-FILE-FAILURE.
           DISPLAY 'BASELINE FILE PROBLEM ' FDLTBASE-ST ' '
                   FDLTBCAT-ST ' ' FBASEWK-ST ' - RUN STOPPED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 900-CLOSE.
           GOBACK.
       900-CLOSE.
           MOVE SPACES TO OU-BASERPT-LINE.
           STRING 'KEYS '              DELIMITED BY SIZE
                  WS-TOT-ROWS-WRITTEN   DELIMITED BY SIZE
                  ' SAMPLED '           DELIMITED BY SIZE
                  WS-SAMPLE-COUNT       DELIMITED BY SIZE
                  ' MISMATCHES '        DELIMITED BY SIZE
                  WS-TOT-MISMATCHES     DELIMITED BY SIZE
                  ' BASELINES DROPPED ' DELIMITED BY SIZE
                  WS-TOT-BASELINES-DROPPED DELIMITED BY SIZE
                  ' ROWS REMOVED '      DELIMITED BY SIZE
                  WS-TOT-ROWS-REMOVED   DELIMITED BY SIZE
                  ' TXNS ARCHIVED '     DELIMITED BY SIZE
                  WS-TOT-ARCHIVED       DELIMITED BY SIZE
                  INTO OU-BASERPT-LINE.
           IF FBASERPT-OK
               WRITE OU-BASERPT-LINE
           END-IF.
           CLOSE FDLTBCAT.
           CLOSE FDLTBASE.
           CLOSE FBASEWK.
           CLOSE FBASERPT.
           DISPLAY 'DLTBASE COMPLETE, BASELINE ' WS-BASELINE-DATE
                   ' KEYS ' WS-TOT-ROWS-WRITTEN
                   ' MISMATCHES ' WS-TOT-MISMATCHES
                   ' TXNS ARCHIVED ' WS-TOT-ARCHIVED.
