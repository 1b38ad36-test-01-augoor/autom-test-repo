      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      SUPMERGE.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Re-key a merged-away supplier's standing records to the
      * surviving supplier.
      *
      * Once SALMAINT has entered a supplier merger on the alias
      * table (SUPALIAS copybook, FSUPALS), PARTMAIN sends the
      * surviving code from the effective date on. The records
      * already standing under the old code are moved over once by
      * this job:
      *   - every open PO (C/K/L) on FPOMAST carrying the old code
      *     gets the surviving code (closed and received POs keep
      *     the code they were dealt with under);
      *   - every row on the standing part/supplier master FDSMAST
      *     keyed under the old code is re-keyed, key and image, to
      *     the surviving code. When the surviving supplier already
      *     has a row for the same part and plant, that row is kept
      *     and the old one is dropped.
      * Only aliases in effect by today and not yet merged are
      * taken; each is stamped with today's date as merged, so a
      * rerun does nothing twice. Every record changed is printed
      * to the FSMGLOG log with its before and after code. Until
      * SALMAINT has created the alias table there is nothing to
      * merge: the log says so and the run ends with return code
      * 0. Return code 8 when an old row had to be dropped, 16 on
      * any file problem.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   An absent alias table (no merger ever entered) ends the
      *   run clean with NO SUPPLIER MERGES instead of return code
      *   16.
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSUPALS ASSIGN TO DSUPALS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SA-OLD-SUPPLIER-CODE
               FILE STATUS IS FSUPALS-ST.
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FDSMAST ASSIGN TO DDSMAST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS FDSMAST-ST.
           SELECT FSMGLOG ASSIGN TO DSMGLOG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSMGLOG-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FSUPALS.
           COPY 'SUPALIAS'.
       FD  FPOMAST.
           COPY 'POMAST'.
       FD  FDSMAST.
       01  DS-MASTER-RECORD.
           05  DS-KEY.
               10  DS-PART-NUMBER      PIC X(10).
               10  DS-SUPPLIER-CODE    PIC X(10).
               10  DS-PLANT            PIC X(03).
           05  DS-IMAGE                PIC X(511).
       FD  FSMGLOG.
       01  OU-SMGLOG-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *Mergers taken this run: in effect by today, not yet merged.
       01  WS-MERGE-TABLE.
           05 WS-MERGE-COUNT               PIC 9(03) VALUE 0.
           05 WS-MERGE-ENTRY OCCURS 200 TIMES
                              INDEXED BY MG-IDX.
              10 MG-OLD-CODE               PIC X(10).
              10 MG-SURVIVING-CODE         PIC X(10).
              10 MG-POS-MOVED              PIC 9(07).
              10 MG-ROWS-MOVED             PIC 9(07).
              10 MG-ROWS-DROPPED           PIC 9(07).
       01  WS-MERGE-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 MERGE-TABLE-FULL                     VALUE 'Y'.
       01  WS-FOUND-IDX                    PIC 9(03) VALUE 0.
       01  WS-FIND-CODE                    PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
      *Old row held while its re-keyed copy is written.
       01  WS-OLD-DS-RECORD.
           05 WS-OLD-DS-KEY                PIC X(23).
           05 WS-OLD-DS-IMAGE              PIC X(511).
       01  WS-RUN-TOTALS.
           05 WS-TOT-POS-READ              PIC 9(09) VALUE 0.
           05 WS-TOT-POS-MOVED             PIC 9(09) VALUE 0.
           05 WS-TOT-ROWS-READ             PIC 9(09) VALUE 0.
           05 WS-TOT-ROWS-MOVED            PIC 9(09) VALUE 0.
           05 WS-TOT-ROWS-DROPPED          PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-ALIAS-EOF                 PIC X(01) VALUE 'N'.
             88 NO-MORE-FSUPALS                      VALUE 'Y'.
           05 WS-POMAST-EOF                PIC X(01) VALUE 'N'.
             88 NO-MORE-FPOMAST                      VALUE 'Y'.
           05 WS-DSMAST-EOF                PIC X(01) VALUE 'N'.
             88 NO-MORE-FDSMAST                      VALUE 'Y'.
           05 FSUPALS-ST                   PIC X(02).
             88 FSUPALS-OK                           VALUE '00'.
             88 FSUPALS-NOTFND                       VALUE '23'.
             88 FSUPALS-ABSENT                       VALUE '35'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
           05 FDSMAST-ST                   PIC X(02).
             88 FDSMAST-OK                           VALUE '00'.
             88 FDSMAST-DUPKEY                       VALUE '22'.
             88 FDSMAST-ABSENT                       VALUE '35'.
           05 FSMGLOG-ST                   PIC X(02).
             88 FSMGLOG-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-MERGERS.
           IF WS-MERGE-COUNT > 0
               PERFORM 300-REKEY-OPEN-POS
               PERFORM 400-REKEY-STANDING-ROWS
               PERFORM 500-STAMP-MERGED
           END-IF.
           PERFORM 900-CLOSE.
           IF WS-TOT-ROWS-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           OPEN I-O FSUPALS.
           IF FSUPALS-ABSENT
               PERFORM 150-NO-ALIAS-FILE
               GOBACK
           END-IF.
           IF NOT FSUPALS-OK
               DISPLAY 'SUPPLIER ALIAS FILE PROBLEM ' FSUPALS-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               CLOSE FSUPALS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *The standing master is only there once DLTAPPLY has run a
      *delta night; with none yet there is nothing to re-key on it.
           OPEN I-O FDSMAST.
           IF FDSMAST-ABSENT
               OPEN OUTPUT FDSMAST
               IF FDSMAST-OK
                   CLOSE FDSMAST
               END-IF
               OPEN I-O FDSMAST
           END-IF.
           IF NOT FDSMAST-OK
               DISPLAY 'STANDING MASTER FILE PROBLEM ' FDSMAST-ST
               CLOSE FSUPALS
               CLOSE FPOMAST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FSMGLOG.
           IF NOT FSMGLOG-OK
               DISPLAY 'MERGE LOG FILE PROBLEM ' FSMGLOG-ST
               CLOSE FSUPALS
               CLOSE FPOMAST
               CLOSE FDSMAST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO OU-SMGLOG-LINE.
           STRING 'SUPPLIER MERGE RE-KEY LOG '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  INTO OU-SMGLOG-LINE.
           WRITE OU-SMGLOG-LINE.
      *No alias table yet means no merger was ever entered: nothing
      *to re-key, so the masters are not even opened.
       150-NO-ALIAS-FILE.
           DISPLAY 'SUPPLIER ALIAS FILE NOT PRESENT - NO SUPPLIER '
                   'MERGES'.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT FSMGLOG.
           IF NOT FSMGLOG-OK
               DISPLAY 'MERGE LOG FILE PROBLEM ' FSMGLOG-ST
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO OU-SMGLOG-LINE
               STRING 'SUPPLIER MERGE RE-KEY LOG '
                                          DELIMITED BY SIZE
                      WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                      INTO OU-SMGLOG-LINE
               WRITE OU-SMGLOG-LINE
               MOVE SPACES TO OU-SMGLOG-LINE
               STRING 'SUPPLIER ALIAS FILE NOT PRESENT - NO '
                                          DELIMITED BY SIZE
                      'SUPPLIER MERGES'   DELIMITED BY SIZE
                      INTO OU-SMGLOG-LINE
               WRITE OU-SMGLOG-LINE
               CLOSE FSMGLOG
           END-IF.
      *Take every alias in effect by today that has not been merged.
       200-LOAD-MERGERS.
           MOVE 'N' TO WS-ALIAS-EOF.
           MOVE LOW-VALUES TO SA-OLD-SUPPLIER-CODE.
           START FSUPALS KEY IS NOT LESS SA-OLD-SUPPLIER-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-ALIAS-EOF
           END-START.
           PERFORM 210-LOAD-ONE-MERGER UNTIL NO-MORE-FSUPALS.
           IF MERGE-TABLE-FULL
               MOVE 'MORE THAN 200 MERGERS PENDING - RUN AGAIN FOR THE '
                   TO OU-SMGLOG-LINE
               MOVE 'REST' TO OU-SMGLOG-LINE(51:4)
               WRITE OU-SMGLOG-LINE
           END-IF.
           MOVE SPACES TO OU-SMGLOG-LINE.
           STRING 'MERGERS TAKEN: '    DELIMITED BY SIZE
                  WS-MERGE-COUNT       DELIMITED BY SIZE
                  INTO OU-SMGLOG-LINE.
           WRITE OU-SMGLOG-LINE.
       210-LOAD-ONE-MERGER.
           READ FSUPALS NEXT
               AT END MOVE 'Y' TO WS-ALIAS-EOF
           END-READ.
           IF NOT NO-MORE-FSUPALS
               IF NOT FSUPALS-OK
                   DISPLAY 'SUPPLIER ALIAS READ PROBLEM ' FSUPALS-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF SA-MERGED-DATE = 0
                  AND SA-EFFECTIVE-DATE NOT > WS-CURRENT-DATE-YYYYMMDD
                   IF WS-MERGE-COUNT < 200
                       ADD 1 TO WS-MERGE-COUNT
                       SET MG-IDX TO WS-MERGE-COUNT
                       MOVE SA-OLD-SUPPLIER-CODE TO MG-OLD-CODE(MG-IDX)
                       MOVE SA-SURVIVING-CODE
                           TO MG-SURVIVING-CODE(MG-IDX)
                       MOVE 0 TO MG-POS-MOVED(MG-IDX)
                       MOVE 0 TO MG-ROWS-MOVED(MG-IDX)
                       MOVE 0 TO MG-ROWS-DROPPED(MG-IDX)
                       MOVE SPACES TO OU-SMGLOG-LINE
                       STRING 'MERGER '             DELIMITED BY SIZE
                              SA-OLD-SUPPLIER-CODE  DELIMITED BY SIZE
                              ' INTO '              DELIMITED BY SIZE
                              SA-SURVIVING-CODE     DELIMITED BY SIZE
                              ' EFFECTIVE '         DELIMITED BY SIZE
                              SA-EFFECTIVE-DATE     DELIMITED BY SIZE
                              INTO OU-SMGLOG-LINE
                       END-STRING
                       WRITE OU-SMGLOG-LINE
                   ELSE
                       MOVE 'Y' TO WS-MERGE-TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF.
      *Find WS-FIND-CODE among the old codes taken this run.********
       250-FIND-MERGER.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MERGE-COUNT
                      OR WS-FOUND-IDX > 0
               IF MG-OLD-CODE(MG-IDX) = WS-FIND-CODE
                   SET WS-FOUND-IDX TO MG-IDX
               END-IF
           END-PERFORM.
      *Open POs only: the PO number is the key, so the supplier code
      *is changed in place.
       300-REKEY-OPEN-POS.
           MOVE 'N' TO WS-POMAST-EOF.
           MOVE LOW-VALUES TO PM-PO-NUMBER.
           START FPOMAST KEY IS NOT LESS PM-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-POMAST-EOF
           END-START.
           PERFORM 310-REKEY-ONE-PO UNTIL NO-MORE-FPOMAST.
       310-REKEY-ONE-PO.
           READ FPOMAST NEXT
               AT END MOVE 'Y' TO WS-POMAST-EOF
           END-READ.
           IF NOT NO-MORE-FPOMAST
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               ADD 1 TO WS-TOT-POS-READ
               IF PM-STATUS-OPEN
                   MOVE PM-SUPPLIER-CODE TO WS-FIND-CODE
                   PERFORM 250-FIND-MERGER
                   IF WS-FOUND-IDX > 0
                       SET MG-IDX TO WS-FOUND-IDX
                       MOVE MG-SURVIVING-CODE(MG-IDX)
                           TO PM-SUPPLIER-CODE
                       REWRITE PM-PO-MASTER
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF NOT FPOMAST-OK
                           DISPLAY 'PO MASTER REWRITE PROBLEM '
                                   FPOMAST-ST
                           PERFORM 850-FILE-FAILURE
                       END-IF
                       ADD 1 TO MG-POS-MOVED(MG-IDX)
                       ADD 1 TO WS-TOT-POS-MOVED
                       MOVE SPACES TO OU-SMGLOG-LINE
                       STRING 'PO '                DELIMITED BY SIZE
                              PM-PO-NUMBER         DELIMITED BY SIZE
                              ' PART '             DELIMITED BY SIZE
                              PM-PART-NUMBER       DELIMITED BY SIZE
                              ' PLANT '            DELIMITED BY SIZE
                              PM-PLANT             DELIMITED BY SIZE
                              ' STATUS '           DELIMITED BY SIZE
                              PM-PO-STATUS         DELIMITED BY SIZE
                              ' SUPPLIER BEFORE '  DELIMITED BY SIZE
                              WS-FIND-CODE         DELIMITED BY SIZE
                              ' AFTER '            DELIMITED BY SIZE
                              PM-SUPPLIER-CODE     DELIMITED BY SIZE
                              INTO OU-SMGLOG-LINE
                       END-STRING
                       WRITE OU-SMGLOG-LINE
                   END-IF
               END-IF
           END-IF.
      *The supplier code is part of the standing master's key: the
      *row is written again under the surviving code and the old
      *one deleted. A re-keyed row sorts under a code that is not
      *an old code, so the browse never meets it twice.
       400-REKEY-STANDING-ROWS.
           MOVE 'N' TO WS-DSMAST-EOF.
           MOVE LOW-VALUES TO DS-KEY.
           START FDSMAST KEY IS NOT LESS DS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSMAST-EOF
           END-START.
           PERFORM 410-REKEY-ONE-ROW UNTIL NO-MORE-FDSMAST.
       410-REKEY-ONE-ROW.
           READ FDSMAST NEXT
               AT END MOVE 'Y' TO WS-DSMAST-EOF
           END-READ.
           IF NOT NO-MORE-FDSMAST
               IF NOT FDSMAST-OK
                   DISPLAY 'STANDING MASTER READ PROBLEM ' FDSMAST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               ADD 1 TO WS-TOT-ROWS-READ
               MOVE DS-SUPPLIER-CODE TO WS-FIND-CODE
               PERFORM 250-FIND-MERGER
               IF WS-FOUND-IDX > 0
                   SET MG-IDX TO WS-FOUND-IDX
                   PERFORM 420-MOVE-ONE-ROW
               END-IF
           END-IF.
       420-MOVE-ONE-ROW.
           MOVE DS-MASTER-RECORD TO WS-OLD-DS-RECORD.
           MOVE MG-SURVIVING-CODE(MG-IDX) TO DS-SUPPLIER-CODE.
           MOVE MG-SURVIVING-CODE(MG-IDX) TO DS-IMAGE(68:10).
           WRITE DS-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN FDSMAST-OK
                   ADD 1 TO MG-ROWS-MOVED(MG-IDX)
                   ADD 1 TO WS-TOT-ROWS-MOVED
                   MOVE SPACES TO OU-SMGLOG-LINE
                   STRING 'DSMAST PART '       DELIMITED BY SIZE
                          DS-PART-NUMBER       DELIMITED BY SIZE
                          ' PLANT '            DELIMITED BY SIZE
                          DS-PLANT             DELIMITED BY SIZE
                          ' SUPPLIER BEFORE '  DELIMITED BY SIZE
                          WS-FIND-CODE         DELIMITED BY SIZE
                          ' AFTER '            DELIMITED BY SIZE
                          DS-SUPPLIER-CODE     DELIMITED BY SIZE
                          INTO OU-SMGLOG-LINE
                   END-STRING
                   WRITE OU-SMGLOG-LINE
               WHEN FDSMAST-DUPKEY
                   ADD 1 TO MG-ROWS-DROPPED(MG-IDX)
                   ADD 1 TO WS-TOT-ROWS-DROPPED
                   MOVE SPACES TO OU-SMGLOG-LINE
                   STRING 'DSMAST PART '       DELIMITED BY SIZE
                          DS-PART-NUMBER       DELIMITED BY SIZE
                          ' PLANT '            DELIMITED BY SIZE
                          DS-PLANT             DELIMITED BY SIZE
                          ' SUPPLIER '         DELIMITED BY SIZE
                          WS-FIND-CODE         DELIMITED BY SIZE
                          ' DROPPED - '        DELIMITED BY SIZE
                          DS-SUPPLIER-CODE     DELIMITED BY SIZE
                          ' ROW ALREADY ON FILE, KEPT'
                                               DELIMITED BY SIZE
                          INTO OU-SMGLOG-LINE
                   END-STRING
                   WRITE OU-SMGLOG-LINE
               WHEN OTHER
                   DISPLAY 'STANDING MASTER WRITE PROBLEM ' FDSMAST-ST
                   PERFORM 850-FILE-FAILURE
           END-EVALUATE.
           MOVE WS-OLD-DS-KEY TO DS-KEY.
           DELETE FDSMAST
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF NOT FDSMAST-OK
               DISPLAY 'STANDING MASTER DELETE PROBLEM ' FDSMAST-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
      *Each merger taken is stamped done with its counts logged.****
       500-STAMP-MERGED.
           PERFORM VARYING MG-IDX FROM 1 BY 1
                   UNTIL MG-IDX > WS-MERGE-COUNT
               PERFORM 510-STAMP-ONE-MERGER
           END-PERFORM.
       510-STAMP-ONE-MERGER.
           MOVE MG-OLD-CODE(MG-IDX) TO SA-OLD-SUPPLIER-CODE.
           READ FSUPALS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FSUPALS-OK
               MOVE WS-CURRENT-DATE-YYYYMMDD TO SA-MERGED-DATE
               REWRITE SA-SUPPLIER-ALIAS
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT FSUPALS-OK
               DISPLAY 'SUPPLIER ALIAS STAMP PROBLEM ' FSUPALS-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE SPACES TO OU-SMGLOG-LINE.
           STRING 'MERGED '                  DELIMITED BY SIZE
                  MG-OLD-CODE(MG-IDX)        DELIMITED BY SIZE
                  ' INTO '                   DELIMITED BY SIZE
                  MG-SURVIVING-CODE(MG-IDX)  DELIMITED BY SIZE
                  ' OPEN POS '               DELIMITED BY SIZE
                  MG-POS-MOVED(MG-IDX)       DELIMITED BY SIZE
                  ' ROWS MOVED '             DELIMITED BY SIZE
                  MG-ROWS-MOVED(MG-IDX)      DELIMITED BY SIZE
                  ' DROPPED '                DELIMITED BY SIZE
                  MG-ROWS-DROPPED(MG-IDX)    DELIMITED BY SIZE
                  INTO OU-SMGLOG-LINE.
           WRITE OU-SMGLOG-LINE.
       850-FILE-FAILURE.
           DISPLAY 'SUPMERGE: RUN STOPPED - MERGERS NOT STAMPED'.
           CLOSE FSUPALS.
           CLOSE FPOMAST.
           CLOSE FDSMAST.
           CLOSE FSMGLOG.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       900-CLOSE.
           MOVE SPACES TO OU-SMGLOG-LINE.
           STRING 'POS READ '          DELIMITED BY SIZE
                  WS-TOT-POS-READ       DELIMITED BY SIZE
                  ' MOVED '             DELIMITED BY SIZE
                  WS-TOT-POS-MOVED      DELIMITED BY SIZE
                  ' DSMAST ROWS READ '  DELIMITED BY SIZE
                  WS-TOT-ROWS-READ      DELIMITED BY SIZE
                  ' MOVED '             DELIMITED BY SIZE
                  WS-TOT-ROWS-MOVED     DELIMITED BY SIZE
                  ' DROPPED '           DELIMITED BY SIZE
                  WS-TOT-ROWS-DROPPED   DELIMITED BY SIZE
                  INTO OU-SMGLOG-LINE.
           WRITE OU-SMGLOG-LINE.
           CLOSE FSUPALS.
           CLOSE FPOMAST.
           CLOSE FDSMAST.
           CLOSE FSMGLOG.
           DISPLAY 'SUPMERGE COMPLETE, MERGERS ' WS-MERGE-COUNT
                   ' POS ' WS-TOT-POS-MOVED
                   ' ROWS ' WS-TOT-ROWS-MOVED
                   ' DROPPED ' WS-TOT-ROWS-DROPPED.
