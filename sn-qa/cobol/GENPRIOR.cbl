      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      GENPRIOR.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Stage tonight's FPRIOR from the generation catalog.
      *
      * Runs right before PARTMAIN. Picks the generation on the
      * catalog (GENCAT) that ended OK with the latest business date
      * before tonight's, skipping out-of-balance, aborted and
      * replaced runs, and copies its FOUTPUT records from the
      * generation store (GENSTOR) to FPRIOR. The generation chosen
      * is written to FGENSEL for PARTMAIN's batch summary.
      *   - No catalog yet, or no clean generation on it: FPRIOR is
      *     staged empty and FGENSEL carries generation zero, so
      *     PARTMAIN runs without delta mode.
      *   - Tonight's date is today, or the DATE=yyyymmdd card on
      *     FGENCARD (optional, shared with GENREG) for a rerun of
      *     an earlier night.
      * Return code 16 when a file cannot be used or the records
      * staged do not match the count the catalog holds for the
      * generation; PARTMAIN must not then run in delta mode.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   Select by latest business date, not highest generation,
      *   so a DATE= rerun of an earlier night registered since is
      *   not staged ahead of tonight's generation.
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FGENCARD ASSIGN TO DGENCARD
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FGENCARD-ST.
           SELECT OPTIONAL FGENCAT ASSIGN TO DGENCAT
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS GC-GEN-NUMBER
               FILE STATUS IS FGENCAT-ST.
           SELECT FGENSTO ASSIGN TO DGENSTO
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS FGENSTO-ST.
           SELECT FPRIOR ASSIGN TO DPRIOR
               FILE STATUS IS FPRIOR-ST.
           SELECT FGENSEL ASSIGN TO DGENSEL
               FILE STATUS IS FGENSEL-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FGENCARD.
       01  IN-GENCARD                  PIC X(80).
       FD  FGENCAT.
           COPY 'GENCAT'.
       FD  FGENSTO.
           COPY 'GENSTOR'.
       FD  FPRIOR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OU-PRIOR-OUTPUT.
       01  OU-PRIOR-OUTPUT             PIC X(524).
       FD  FGENSEL.
           COPY 'GENSEL'.
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
       01  WS-BUSINESS-DATE                PIC 9(08) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-SELECTED.
           05 WS-SEL-GEN                   PIC 9(05) VALUE 0.
           05 WS-SEL-DATE                  PIC 9(08) VALUE 0.
           05 WS-SEL-PLANT-SET             PIC X(30) VALUE SPACES.
           05 WS-SEL-COUNT                 PIC 9(09) VALUE 0.
       01  WS-STAGED-COUNT                 PIC 9(09) VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(05) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-GENCARD-EOF               PIC X(01) VALUE 'N'.
             88 NO-MORE-GENCARD                      VALUE 'Y'.
           05 WS-GENCAT-EOF                PIC X(01) VALUE 'N'.
             88 NO-MORE-FGENCAT                      VALUE 'Y'.
           05 WS-GENSTO-EOF                PIC X(01) VALUE 'N'.
             88 NO-MORE-FGENSTO                      VALUE 'Y'.
           05 WS-FGENCAT-OPEN              PIC X(01) VALUE 'N'.
           05 FGENCARD-ST                  PIC X(02).
             88 FGENCARD-OK                          VALUE '00'.
             88 FGENCARD-ABSENT                      VALUE '05' '35'.
           05 FGENCAT-ST                   PIC X(02).
             88 FGENCAT-OK                           VALUE '00'.
             88 FGENCAT-ABSENT                       VALUE '05' '35'.
           05 FGENSTO-ST                   PIC X(02).
             88 FGENSTO-OK                           VALUE '00'.
           05 FPRIOR-ST                    PIC X(02).
             88 FPRIOR-OK                            VALUE '00'.
           05 FGENSEL-ST                   PIC X(02).
             88 FGENSEL-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SELECT-GENERATION.
           IF WS-SEL-GEN > 0
               PERFORM 300-STAGE-PRIOR
           END-IF.
           PERFORM 400-WRITE-SELECTED.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-BUSINESS-DATE.
           PERFORM 105-READ-RUN-CONTROL.
           OPEN INPUT FGENCAT.
           IF FGENCAT-ABSENT
               IF FGENCAT-ST = '05'
                   CLOSE FGENCAT
               END-IF
               DISPLAY 'GENERATION CATALOG NOT PRESENT - '
                       'FPRIOR STAGED EMPTY'
           ELSE
               IF FGENCAT-OK
                   MOVE 'Y' TO WS-FGENCAT-OPEN
               ELSE
                   DISPLAY 'GENERATION CATALOG FILE PROBLEM '
                           FGENCAT-ST
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT FPRIOR.
           IF NOT FPRIOR-OK
               DISPLAY 'PRIOR OUTPUT FILE PROBLEM ' FPRIOR-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
      *Read the run-control cards. Absent file = tonight is today.
       105-READ-RUN-CONTROL.
           OPEN INPUT FGENCARD.
           IF FGENCARD-ABSENT
               IF FGENCARD-ST = '05'
                   CLOSE FGENCARD
               END-IF
           ELSE
               IF FGENCARD-OK
                   PERFORM 106-READ-ONE-CARD UNTIL NO-MORE-GENCARD
                   CLOSE FGENCARD
               ELSE
                   DISPLAY 'RUN CONTROL FILE PROBLEM ' FGENCARD-ST
               END-IF
           END-IF.
       106-READ-ONE-CARD.
           READ FGENCARD
               AT END MOVE 'Y' TO WS-GENCARD-EOF
           END-READ.
           IF FGENCARD-OK AND NOT NO-MORE-GENCARD
               EVALUATE TRUE
                   WHEN IN-GENCARD(1:1) = '*'
                    OR IN-GENCARD = SPACES
                       CONTINUE
                   WHEN IN-GENCARD(1:5) = 'DATE='
                       IF IN-GENCARD(6:8) IS NUMERIC
                           MOVE IN-GENCARD(6:8) TO WS-BUSINESS-DATE
                       ELSE
                           DISPLAY 'DATE NOT NUMERIC, IGNORED'
                       END-IF
      *RETAIN= is GENREG's card.
                   WHEN IN-GENCARD(1:7) = 'RETAIN='
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'RUN CONTROL CARD NOT KNOWN: '
                               IN-GENCARD(1:20)
               END-EVALUATE
           END-IF.
      *The catalog is in generation order and a rerun of an earlier
      *night comes after the nights since: take the clean entry with
      *the latest date before tonight, the later one on a tie.
       200-SELECT-GENERATION.
           IF WS-FGENCAT-OPEN = 'Y'
               MOVE 0 TO GC-GEN-NUMBER
               START FGENCAT KEY IS NOT LESS GC-GEN-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-GENCAT-EOF
               END-START
               PERFORM 210-CONSIDER-ONE-GENERATION
                   UNTIL NO-MORE-FGENCAT
           END-IF.
           IF WS-SEL-GEN = 0
               DISPLAY 'NO CLEAN GENERATION BEFORE ' WS-BUSINESS-DATE
                       ' - FPRIOR STAGED EMPTY'
           ELSE
               DISPLAY 'FPRIOR IS GENERATION ' WS-SEL-GEN
                       ' OF ' WS-SEL-DATE ' PLANTS ' WS-SEL-PLANT-SET
           END-IF.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY 'GENERATIONS PASSED OVER (NOT CLEAN): '
                       WS-SKIPPED-COUNT
           END-IF.
       210-CONSIDER-ONE-GENERATION.
           READ FGENCAT NEXT
               AT END MOVE 'Y' TO WS-GENCAT-EOF
           END-READ.
           IF NOT NO-MORE-FGENCAT
               IF NOT FGENCAT-OK
                   DISPLAY 'GENERATION CATALOG READ PROBLEM '
                           FGENCAT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF GC-BUSINESS-DATE < WS-BUSINESS-DATE
                   IF GC-RUN-OK
                       IF GC-BUSINESS-DATE NOT < WS-SEL-DATE
                           MOVE GC-GEN-NUMBER TO WS-SEL-GEN
                           MOVE GC-BUSINESS-DATE TO WS-SEL-DATE
                           MOVE GC-PLANT-SET TO WS-SEL-PLANT-SET
                           MOVE GC-OUTPUT-COUNT TO WS-SEL-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               END-IF
           END-IF.
      *Copy the generation's FOUTPUT records back out, in order.
       300-STAGE-PRIOR.
           OPEN INPUT FGENSTO.
           IF NOT FGENSTO-OK
               DISPLAY 'GENERATION STORE FILE PROBLEM ' FGENSTO-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE WS-SEL-GEN TO GS-GEN-NUMBER.
           MOVE 'O' TO GS-FILE-CODE.
           MOVE 0 TO GS-SEQ.
           START FGENSTO KEY IS NOT LESS GS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GENSTO-EOF
           END-START.
           PERFORM 310-STAGE-ONE-RECORD UNTIL NO-MORE-FGENSTO.
           CLOSE FGENSTO.
           IF WS-STAGED-COUNT NOT = WS-SEL-COUNT
               DISPLAY 'GENERATION ' WS-SEL-GEN ' INCOMPLETE ON STORE'
               DISPLAY 'CATALOG COUNT     : ' WS-SEL-COUNT
               DISPLAY 'RECORDS STAGED    : ' WS-STAGED-COUNT
               PERFORM 850-FILE-FAILURE
           END-IF.
       310-STAGE-ONE-RECORD.
           READ FGENSTO NEXT
               AT END MOVE 'Y' TO WS-GENSTO-EOF
           END-READ.
           IF NOT NO-MORE-FGENSTO
               IF NOT FGENSTO-OK
                   DISPLAY 'GENERATION STORE READ PROBLEM '
                           FGENSTO-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF GS-GEN-NUMBER NOT = WS-SEL-GEN
                  OR NOT GS-FOUTPUT
                   MOVE 'Y' TO WS-GENSTO-EOF
               ELSE
                   MOVE GS-DATA(1:524) TO OU-PRIOR-OUTPUT
                   WRITE OU-PRIOR-OUTPUT
                   IF NOT FPRIOR-OK
                       DISPLAY 'PRIOR OUTPUT WRITE PROBLEM ' FPRIOR-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO WS-STAGED-COUNT
               END-IF
           END-IF.
       400-WRITE-SELECTED.
           OPEN OUTPUT FGENSEL.
           IF NOT FGENSEL-OK
               DISPLAY 'GENERATION SELECTED FILE PROBLEM ' FGENSEL-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE SPACES TO SG-SELECTED-GENERATION.
           MOVE WS-SEL-GEN TO SG-GEN-NUMBER.
           MOVE WS-SEL-DATE TO SG-BUSINESS-DATE.
           MOVE WS-SEL-PLANT-SET TO SG-PLANT-SET.
           MOVE WS-STAGED-COUNT TO SG-OUTPUT-COUNT.
           MOVE WS-BUSINESS-DATE TO SG-STAGED-DATE.
           WRITE SG-SELECTED-GENERATION.
           CLOSE FGENSEL.
       850-FILE-FAILURE.
           DISPLAY 'GENPRIOR: FPRIOR NOT STAGED - RUN STOPPED'.
           IF WS-FGENCAT-OPEN = 'Y'
               CLOSE FGENCAT
           END-IF.
           CLOSE FPRIOR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       900-CLOSE.
           IF WS-FGENCAT-OPEN = 'Y'
               CLOSE FGENCAT
           END-IF.
           CLOSE FPRIOR.
           DISPLAY 'GENPRIOR COMPLETE, RECORDS STAGED ' WS-STAGED-COUNT.
