      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-09-02
      * V R M:                      V0R0M2
      ***************************************************************
      ***************************************************************
      * Point-in-time inquiry over the permanent delta history.
      * the inquiry answers with the record exactly as it stood at
      * the end of that date, or says the key had no record then.
      * A blank part number ends the session.
      *
      * Once DLTBASE has taken baselines, the replay starts from the
      * latest verified baseline on or before the requested date
      * (FDLTBCAT catalog, FDLTBASE snapshot rows) and only the
      * history after it is replayed. History dated on or before
      * the archived-through date has left FDLTHIST; a date before
      * the oldest baseline kept is answered as archived instead.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   Start the replay from the nearest verified baseline;
      *   dates before the oldest baseline kept are archived.
      * 2026-09-02 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
       FILE-CONTROL.
           SELECT FDLTHIST ASSIGN TO DDLTHIST
               FILE STATUS IS FDLTHIST-ST.
           SELECT OPTIONAL FDLTBCAT ASSIGN TO DDLTBCAT
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS BC-BASELINE-DATE
               FILE STATUS IS FDLTBCAT-ST.
           SELECT OPTIONAL FDLTBASE ASSIGN TO DDLTBASE
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS FDLTBASE-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
               10  HX-TX-PLANT             PIC X(03).
               10  HX-TX-BEFORE-IMAGE      PIC X(511).
               10  HX-TX-AFTER-IMAGE       PIC X(511).
       FD  FDLTBCAT.
           COPY 'DLTBCAT'.
       FD  FDLTBASE.
           COPY 'DLTBSNP'.
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
           05 WS-ASK-DATE-X                PIC X(08) VALUE SPACES.
           05 WS-ASK-DATE                  PIC 9(08) VALUE 0.
           05 WS-TXNS-REPLAYED             PIC 9(09) VALUE 0.
           05 WS-BASELINE-USED             PIC 9(08) VALUE 0.
           05 WS-ARCHIVED-THROUGH          PIC 9(08) VALUE 0.
           05 WS-SUB                       PIC 9(02) VALUE 0.
           05 WS-PO-COUNT-X                PIC X(02) VALUE SPACES.
           05 WS-PO-COUNT                  PIC 9(02) VALUE 0.
             88 WALK-DONE                            VALUE 'Y'.
           05 WS-EXISTS-SW                 PIC X(01) VALUE 'N'.
             88 RECORD-EXISTS-AS-OF                  VALUE 'Y'.
           05 WS-BASE-ROW-SW               PIC X(01) VALUE 'N'.
             88 BASELINE-ROW-FOUND                   VALUE 'Y'.
           05 FDLTHIST-ST                  PIC X(02).
             88 FDLTHIST-OK                          VALUE '00'.
           05 FDLTBCAT-ST                  PIC X(02).
             88 FDLTBCAT-OK                          VALUE '00' '05'.
           05 FDLTBASE-ST                  PIC X(02).
             88 FDLTBASE-OK                          VALUE '00' '05'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
                   DISPLAY 'DATE NOT NUMERIC'
               END-IF
           END-IF.
      *Start from the nearest verified baseline on or before the
      *as-of date, then walk the history once, replaying this key's
      *transactions after the baseline through the as-of date in
      *the order they were appended.
       210-REPLAY-HISTORY.
           MOVE 'N' TO WS-EXISTS-SW.
           MOVE 'N' TO WS-BASE-ROW-SW.
           MOVE 0 TO WS-TXNS-REPLAYED.
           MOVE SPACES TO WS-AS-OF-IMAGE.
           PERFORM 212-FIND-BASELINE.
           IF WS-ARCHIVED-THROUGH > 0
              AND WS-BASELINE-USED < WS-ARCHIVED-THROUGH
               DISPLAY '----------------------------------------'
               DISPLAY 'HISTORY THROUGH ' WS-ARCHIVED-THROUGH
                       ' IS ON THE OFFLINE ARCHIVE - NO ANSWER FOR '
                       WS-ASK-DATE
           ELSE
               IF WS-BASELINE-USED > 0
                   PERFORM 216-READ-BASELINE-ROW
               END-IF
               MOVE 'N' TO WS-WALK-SW
               OPEN INPUT FDLTHIST
               IF NOT FDLTHIST-OK
                   DISPLAY 'DELTA HISTORY FILE PROBLEM ' FDLTHIST-ST
                   MOVE 'Y' TO WS-WALK-SW
               ELSE
                   PERFORM 220-REPLAY-ONE-TXN UNTIL WALK-DONE
                   CLOSE FDLTHIST
               END-IF
               PERFORM 230-SHOW-AS-OF-ANSWER
           END-IF.
      *Latest verified baseline on or before the as-of date, and
      *how far the history has been archived. No catalog means no
      *baselines yet: replay from the first transaction.
       212-FIND-BASELINE.
           MOVE 0 TO WS-BASELINE-USED.
           MOVE 0 TO WS-ARCHIVED-THROUGH.
           MOVE 'N' TO WS-WALK-SW.
           OPEN INPUT FDLTBCAT.
           IF NOT FDLTBCAT-OK
               DISPLAY 'BASELINE CATALOG FILE PROBLEM ' FDLTBCAT-ST
           ELSE
               MOVE 0 TO BC-BASELINE-DATE
               START FDLTBCAT KEY IS NOT LESS BC-BASELINE-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-WALK-SW
               END-START
               PERFORM 214-READ-ONE-ENTRY UNTIL WALK-DONE
               CLOSE FDLTBCAT
           END-IF.
       214-READ-ONE-ENTRY.
           READ FDLTBCAT NEXT
               AT END MOVE 'Y' TO WS-WALK-SW
           END-READ.
           IF NOT WALK-DONE
               IF NOT FDLTBCAT-OK
                   DISPLAY 'BASELINE CATALOG FILE PROBLEM '
                           FDLTBCAT-ST
                   MOVE 'Y' TO WS-WALK-SW
               ELSE
                   IF BC-BASELINE-VERIFIED
                      AND BC-BASELINE-DATE NOT GREATER WS-ASK-DATE
                       MOVE BC-BASELINE-DATE TO WS-BASELINE-USED
                   END-IF
                   IF BC-ARCHIVED-THROUGH > WS-ARCHIVED-THROUGH
                       MOVE BC-ARCHIVED-THROUGH TO WS-ARCHIVED-THROUGH
                   END-IF
               END-IF
           END-IF.
      *The baseline holds a row for every key the history had
      *touched by then, deleted keys included.
       216-READ-BASELINE-ROW.
           OPEN INPUT FDLTBASE.
           IF NOT FDLTBASE-OK
               DISPLAY 'BASELINE SNAPSHOT FILE PROBLEM ' FDLTBASE-ST
           ELSE
               MOVE WS-BASELINE-USED TO BS-BASELINE-DATE
               MOVE WS-ASK-PART TO BS-PART-NUMBER
               MOVE WS-ASK-SUPPLIER TO BS-SUPPLIER-CODE
               MOVE WS-ASK-PLANT TO BS-PLANT
               READ FDLTBASE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FDLTBASE-ST = '00'
                   MOVE 'Y' TO WS-BASE-ROW-SW
                   IF BS-RECORD-EXISTS
                       MOVE 'Y' TO WS-EXISTS-SW
                       MOVE BS-IMAGE TO WS-AS-OF-IMAGE
                   END-IF
               END-IF
               CLOSE FDLTBASE
           END-IF.
       220-REPLAY-ONE-TXN.
           READ FDLTHIST
               AT END MOVE 'Y' TO WS-WALK-SW
                   IF HX-TX-PART-NUMBER = WS-ASK-PART
                      AND HX-TX-SUPPLIER-CODE = WS-ASK-SUPPLIER
                      AND HX-TX-PLANT = WS-ASK-PLANT
                      AND HX-APPLY-DATE GREATER WS-BASELINE-USED
                      AND HX-APPLY-DATE NOT GREATER WS-ASK-DATE
                       ADD 1 TO WS-TXNS-REPLAYED
                       EVALUATE TRUE
           DISPLAY 'KEY ' WS-ASK-PART ' / ' WS-ASK-SUPPLIER
                   ' / ' WS-ASK-PLANT ' AS OF ' WS-ASK-DATE
                   ' (' WS-TXNS-REPLAYED ' TXNS REPLAYED)'.
           IF WS-BASELINE-USED > 0
               DISPLAY 'REPLAYED FROM BASELINE ' WS-BASELINE-USED
           END-IF.
           IF NOT RECORD-EXISTS-AS-OF
               IF WS-TXNS-REPLAYED = 0
                  AND NOT BASELINE-ROW-FOUND
                   DISPLAY 'NO HISTORY FOR THIS KEY THROUGH THAT DATE'
               ELSE
                   DISPLAY 'RECORD DELETED AS OF THAT DATE'
