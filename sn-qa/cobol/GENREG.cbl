      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      GENREG.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Register PARTMAIN's outputs as a dated generation.
      *
      * Runs right after PARTMAIN. The last FRUNHIST record says how
      * the run ended (OK / OOB / ABRT) and when; FOUTPUT, FDELIM,
      * FERROR and FSUMRPT are copied onto the keyed generation
      * store (GENSTOR) under the next generation number, and the
      * generation is entered on the catalog (GENCAT) with its
      * business date (the run date, or the DATE= card for a rerun
      * of an earlier night), the plant set found on FOUTPUT, the
      * run status and the record counts. GENPRIOR stages the OK
      * generation with the latest business date before tonight as
      * the next night's FPRIOR, so delta mode, COSTCHG and the
      * delta history no longer depend on an operator naming last
      * night's file.
      *   - An AUDIT run wrote no outputs and is not registered.
      *   - A clean rerun for the same business date and plant set
      *     marks the earlier OK generation RPLC (replaced), so only
      *     the last clean run of a date can be picked as FPRIOR.
      *   - Generations more than RETAIN= back (default 7) are
      *     purged from the catalog and the store, except the newest
      *     OK generation, which is always kept.
      * Run-control cards (FGENCARD, optional, shared with
      * GENPRIOR): RETAIN=nn, DATE=yyyymmdd. The registration and
      * purge log is
      * FGENLOG. Return code 8 when the generation registered is
      * not clean, 16 on any file problem.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   A DATE= rerun is registered, and replaces, under the date
      *   rerun rather than the run date. The generation kept from
      *   purging is the clean one with the latest business date,
      *   the one GENPRIOR stages.
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
           SELECT FRUNHIST ASSIGN TO DRUNHIST
               FILE STATUS IS FRUNHIST-ST.
           SELECT FOUTPUT ASSIGN TO DOUTPUT
               FILE STATUS IS FOUTPUT-ST.
           SELECT FDELIM ASSIGN TO DDELIM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FDELIM-ST.
           SELECT FERROR ASSIGN TO DERROR
               FILE STATUS IS FERROR-ST.
           SELECT FSUMRPT ASSIGN TO DSUMRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSUMRPT-ST.
           SELECT FGENCAT ASSIGN TO DGENCAT
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS GC-GEN-NUMBER
               FILE STATUS IS FGENCAT-ST.
           SELECT FGENSTO ASSIGN TO DGENSTO
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS FGENSTO-ST.
           SELECT FGENLOG ASSIGN TO DGENLOG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FGENLOG-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FGENCARD.
       01  IN-GENCARD                  PIC X(80).
       FD  FRUNHIST.
           COPY 'RUNHIST'.
       FD  FOUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-OUTPUT.
       01  IN-OUTPUT.
           05  IN-OUT-IMAGE            PIC X(511).
           05  IN-OUT-PLANT            PIC X(03).
           05  IN-OUT-REST             PIC X(10).
       FD  FDELIM.
       01  IN-DELIM-LINE               PIC X(600).
       FD  FERROR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1331 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-ERROR.
       01  IN-ERROR                    PIC X(1331).
       FD  FSUMRPT.
       01  IN-SUMRPT-LINE              PIC X(80).
       FD  FGENCAT.
           COPY 'GENCAT'.
       FD  FGENSTO.
           COPY 'GENSTOR'.
       FD  FGENLOG.
       01  OU-GENLOG-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
       01  WS-LAST-RUN.
           05 WS-LAST-RUN-DATE             PIC 9(08) VALUE 0.
           05 WS-LAST-RUN-TIME             PIC 9(06) VALUE 0.
           05 WS-LAST-RUN-MODE             PIC X(05) VALUE SPACES.
           05 WS-LAST-RUN-STATUS           PIC X(04) VALUE SPACES.
             88 LAST-RUN-OK                          VALUE 'OK  '.
       01  WS-GEN-FIELDS.
           05 WS-NEW-GEN                   PIC 9(05) VALUE 0.
           05 WS-HIGH-GEN                  PIC 9(05) VALUE 0.
           05 WS-NEWEST-OK-GEN             PIC 9(05) VALUE 0.
           05 WS-PURGE-CUTOFF              PIC 9(05) VALUE 0.
           05 WS-PURGE-GEN                 PIC 9(05) VALUE 0.
           05 WS-STORE-SEQ                 PIC 9(09) VALUE 0.
           05 WS-PURGED-RECORDS            PIC 9(09) VALUE 0.
           05 WS-FILE-CODE                 PIC X(01) VALUE SPACE.
       01  WS-BUSINESS-DATE                PIC 9(08) VALUE 0.
       01  WS-NEWEST-OK-DATE               PIC 9(08) VALUE 0.
       01  WS-RETAIN                       PIC 9(02) VALUE 7.
       01  WS-RETAIN-X                     PIC X(02) VALUE SPACES.
      *Plant set of the generation, in order of first appearance on
      *FOUTPUT.
       01  WS-PLANT-SET                    PIC X(30) VALUE SPACES.
       01  WS-PLANT-TABLE REDEFINES WS-PLANT-SET.
           05 WS-PLANT-ID OCCURS 10 TIMES
                           INDEXED BY PS-IDX
                                           PIC X(03).
       01  WS-PLANT-COUNT                  PIC 9(02) VALUE 0.
       01  WS-PLANT-FOUND-SW               PIC X(01) VALUE 'N'.
             88 PLANT-IN-SET                         VALUE 'Y'.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-OUTPUT                PIC 9(09) VALUE 0.
           05 WS-TOT-DELIM                 PIC 9(09) VALUE 0.
           05 WS-TOT-ERROR                 PIC 9(09) VALUE 0.
           05 WS-TOT-SUMRPT                PIC 9(09) VALUE 0.
           05 WS-TOT-REPLACED              PIC 9(05) VALUE 0.
           05 WS-TOT-PURGED                PIC 9(05) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-GENCARD-EOF               PIC X(01) VALUE 'N'.
             88 NO-MORE-GENCARD                      VALUE 'Y'.
           05 FRUNHIST-EOF                 PIC X(01) VALUE 'N'.
             88 NO-MORE-FRUNHIST                     VALUE 'Y'.
           05 WS-INPUT-EOF                 PIC X(01) VALUE 'N'.
             88 NO-MORE-INPUT                        VALUE 'Y'.
           05 WS-GENCAT-EOF                PIC X(01) VALUE 'N'.
             88 NO-MORE-FGENCAT                      VALUE 'Y'.
           05 WS-GENSTO-EOF                PIC X(01) VALUE 'N'.
             88 NO-MORE-FGENSTO                      VALUE 'Y'.
           05 FGENCARD-ST                  PIC X(02).
             88 FGENCARD-OK                          VALUE '00'.
             88 FGENCARD-ABSENT                      VALUE '05' '35'.
           05 FRUNHIST-ST                  PIC X(02).
             88 FRUNHIST-OK                          VALUE '00'.
           05 FOUTPUT-ST                   PIC X(02).
             88 FOUTPUT-OK                           VALUE '00'.
           05 FDELIM-ST                    PIC X(02).
             88 FDELIM-OK                            VALUE '00'.
           05 FERROR-ST                    PIC X(02).
             88 FERROR-OK                            VALUE '00'.
           05 FSUMRPT-ST                   PIC X(02).
             88 FSUMRPT-OK                           VALUE '00'.
           05 FGENCAT-ST                   PIC X(02).
             88 FGENCAT-OK                           VALUE '00'.
             88 FGENCAT-NOTFND                       VALUE '23'.
             88 FGENCAT-ABSENT                       VALUE '35'.
           05 FGENSTO-ST                   PIC X(02).
             88 FGENSTO-OK                           VALUE '00'.
             88 FGENSTO-NOTFND                       VALUE '23'.
             88 FGENSTO-ABSENT                       VALUE '35'.
           05 FGENLOG-ST                   PIC X(02).
             88 FGENLOG-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-FIND-NEXT-GENERATION.
           PERFORM 300-STORE-OUTPUTS.
           PERFORM 400-REGISTER-GENERATION.
           PERFORM 500-PURGE-GENERATIONS.
           PERFORM 900-CLOSE.
           IF NOT LAST-RUN-OK
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           PERFORM 105-READ-RUN-CONTROL.
           PERFORM 110-READ-LAST-RUN.
           IF WS-LAST-RUN-DATE = 0
               DISPLAY 'GENREG: NO RUN HISTORY - NOTHING TO REGISTER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BUSINESS-DATE = 0
               MOVE WS-LAST-RUN-DATE TO WS-BUSINESS-DATE
           END-IF.
           IF WS-LAST-RUN-MODE = 'AUDIT'
               DISPLAY 'GENREG: LAST RUN WAS AUDIT - NOTHING TO '
                       'REGISTER'
               GOBACK
           END-IF.
      *Catalog and store persist across nights; they are only
      *created when absent, never truncated.
           OPEN I-O FGENCAT.
           IF FGENCAT-ABSENT
               OPEN OUTPUT FGENCAT
               IF FGENCAT-OK
                   CLOSE FGENCAT
               END-IF
               OPEN I-O FGENCAT
           END-IF.
           IF NOT FGENCAT-OK
               DISPLAY 'GENERATION CATALOG FILE PROBLEM ' FGENCAT-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O FGENSTO.
           IF FGENSTO-ABSENT
               OPEN OUTPUT FGENSTO
               IF FGENSTO-OK
                   CLOSE FGENSTO
               END-IF
               OPEN I-O FGENSTO
           END-IF.
           IF NOT FGENSTO-OK
               DISPLAY 'GENERATION STORE FILE PROBLEM ' FGENSTO-ST
               CLOSE FGENCAT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FGENLOG.
           IF NOT FGENLOG-OK
               DISPLAY 'GENERATION LOG FILE PROBLEM'
               CLOSE FGENCAT
               CLOSE FGENSTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO OU-GENLOG-LINE.
           STRING 'PARTMAIN OUTPUT GENERATION REGISTER '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  ' RETAIN '               DELIMITED BY SIZE
                  WS-RETAIN                DELIMITED BY SIZE
                  INTO OU-GENLOG-LINE.
           WRITE OU-GENLOG-LINE.
      *Read the run-control cards. Absent file = keep 7 generations.
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
                   WHEN IN-GENCARD(1:7) = 'RETAIN='
                       MOVE IN-GENCARD(8:2) TO WS-RETAIN-X
                       IF WS-RETAIN-X(2:1) = SPACE
                           MOVE WS-RETAIN-X(1:1) TO WS-RETAIN-X(2:1)
                           MOVE SPACE TO WS-RETAIN-X(1:1)
                       END-IF
                       INSPECT WS-RETAIN-X
                           REPLACING ALL SPACE BY '0'
                       IF WS-RETAIN-X IS NUMERIC
                          AND WS-RETAIN-X NOT = '00'
                           MOVE WS-RETAIN-X TO WS-RETAIN
                       ELSE
                           DISPLAY 'RETAIN NOT NUMERIC, IGNORED'
                       END-IF
      *DATE= names the night being rerun, for GENPRIOR as well.
                   WHEN IN-GENCARD(1:5) = 'DATE='
                       IF IN-GENCARD(6:8) IS NUMERIC
                           MOVE IN-GENCARD(6:8) TO WS-BUSINESS-DATE
                       ELSE
                           DISPLAY 'DATE NOT NUMERIC, IGNORED'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RUN CONTROL CARD NOT KNOWN: '
                               IN-GENCARD(1:20)
               END-EVALUATE
           END-IF.
      *The generation being registered is the run PARTMAIN appended
      *last to its run history.
       110-READ-LAST-RUN.
           OPEN INPUT FRUNHIST.
           IF NOT FRUNHIST-OK
               DISPLAY 'RUN HISTORY FILE PROBLEM ' FRUNHIST-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 111-READ-ONE-RUN UNTIL NO-MORE-FRUNHIST.
           CLOSE FRUNHIST.
       111-READ-ONE-RUN.
           READ FRUNHIST
               AT END MOVE 'Y' TO FRUNHIST-EOF
           END-READ.
           IF FRUNHIST-OK AND NOT NO-MORE-FRUNHIST
               MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE RH-RUN-TIME TO WS-LAST-RUN-TIME
               MOVE RH-RUN-MODE TO WS-LAST-RUN-MODE
               MOVE RH-COMPLETION-STATUS TO WS-LAST-RUN-STATUS
           ELSE
               IF NOT NO-MORE-FRUNHIST
                   DISPLAY 'RUN HISTORY FILE PROBLEM ' FRUNHIST-ST
                   MOVE 'Y' TO FRUNHIST-EOF
               END-IF
           END-IF.
      *Next generation number: one past the highest on the catalog.
       200-FIND-NEXT-GENERATION.
           MOVE 0 TO WS-HIGH-GEN.
           PERFORM 600-START-CATALOG.
           PERFORM 210-NOTE-ONE-GENERATION UNTIL NO-MORE-FGENCAT.
           COMPUTE WS-NEW-GEN = WS-HIGH-GEN + 1.
       210-NOTE-ONE-GENERATION.
           PERFORM 610-READ-NEXT-CATALOG.
           IF NOT NO-MORE-FGENCAT
               IF GC-GEN-NUMBER > WS-HIGH-GEN
                   MOVE GC-GEN-NUMBER TO WS-HIGH-GEN
               END-IF
           END-IF.
      *Copy the four outputs onto the store under the new
      *generation, in their original record order.
       300-STORE-OUTPUTS.
           OPEN INPUT FOUTPUT.
           IF NOT FOUTPUT-OK
               DISPLAY 'OUTPUT FILE PROBLEM ' FOUTPUT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE 'O' TO WS-FILE-CODE.
           MOVE 0 TO WS-STORE-SEQ.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 310-STORE-ONE-OUTPUT UNTIL NO-MORE-INPUT.
           MOVE WS-STORE-SEQ TO WS-TOT-OUTPUT.
           CLOSE FOUTPUT.
           OPEN INPUT FDELIM.
           IF NOT FDELIM-OK
               DISPLAY 'DELIMITED FILE PROBLEM ' FDELIM-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE 'D' TO WS-FILE-CODE.
           MOVE 0 TO WS-STORE-SEQ.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 320-STORE-ONE-DELIM UNTIL NO-MORE-INPUT.
           MOVE WS-STORE-SEQ TO WS-TOT-DELIM.
           CLOSE FDELIM.
           OPEN INPUT FERROR.
           IF NOT FERROR-OK
               DISPLAY 'ERROR FILE PROBLEM ' FERROR-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE 'E' TO WS-FILE-CODE.
           MOVE 0 TO WS-STORE-SEQ.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 330-STORE-ONE-ERROR UNTIL NO-MORE-INPUT.
           MOVE WS-STORE-SEQ TO WS-TOT-ERROR.
           CLOSE FERROR.
           OPEN INPUT FSUMRPT.
           IF NOT FSUMRPT-OK
               DISPLAY 'SUMMARY REPORT FILE PROBLEM ' FSUMRPT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE 'S' TO WS-FILE-CODE.
           MOVE 0 TO WS-STORE-SEQ.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 340-STORE-ONE-SUMRPT UNTIL NO-MORE-INPUT.
           MOVE WS-STORE-SEQ TO WS-TOT-SUMRPT.
           CLOSE FSUMRPT.
       310-STORE-ONE-OUTPUT.
           READ FOUTPUT
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FOUTPUT-OK AND NOT NO-MORE-INPUT
               PERFORM 315-NOTE-PLANT
               MOVE SPACES TO GS-DATA
               MOVE IN-OUTPUT TO GS-DATA
               PERFORM 350-WRITE-STORE-RECORD
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'OUTPUT FILE PROBLEM ' FOUTPUT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
       315-NOTE-PLANT.
           MOVE 'N' TO WS-PLANT-FOUND-SW.
           IF WS-PLANT-COUNT > 0
               PERFORM VARYING PS-IDX FROM 1 BY 1
                       UNTIL PS-IDX > WS-PLANT-COUNT
                   IF WS-PLANT-ID(PS-IDX) = IN-OUT-PLANT
                       MOVE 'Y' TO WS-PLANT-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT PLANT-IN-SET AND WS-PLANT-COUNT < 10
               ADD 1 TO WS-PLANT-COUNT
               SET PS-IDX TO WS-PLANT-COUNT
               MOVE IN-OUT-PLANT TO WS-PLANT-ID(PS-IDX)
           END-IF.
       320-STORE-ONE-DELIM.
           READ FDELIM
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FDELIM-OK AND NOT NO-MORE-INPUT
               MOVE SPACES TO GS-DATA
               MOVE IN-DELIM-LINE TO GS-DATA
               PERFORM 350-WRITE-STORE-RECORD
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'DELIMITED FILE PROBLEM ' FDELIM-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
       330-STORE-ONE-ERROR.
           READ FERROR
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FERROR-OK AND NOT NO-MORE-INPUT
               MOVE IN-ERROR TO GS-DATA
               PERFORM 350-WRITE-STORE-RECORD
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'ERROR FILE PROBLEM ' FERROR-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
       340-STORE-ONE-SUMRPT.
           READ FSUMRPT
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FSUMRPT-OK AND NOT NO-MORE-INPUT
               MOVE SPACES TO GS-DATA
               MOVE IN-SUMRPT-LINE TO GS-DATA
               PERFORM 350-WRITE-STORE-RECORD
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'SUMMARY REPORT FILE PROBLEM ' FSUMRPT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
       350-WRITE-STORE-RECORD.
           ADD 1 TO WS-STORE-SEQ.
           MOVE WS-NEW-GEN TO GS-GEN-NUMBER.
           MOVE WS-FILE-CODE TO GS-FILE-CODE.
           MOVE WS-STORE-SEQ TO GS-SEQ.
           WRITE GS-STORE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT FGENSTO-OK
               DISPLAY 'GENERATION STORE WRITE PROBLEM ' FGENSTO-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
      *A clean run replaces any earlier clean generation of the
      *same business date and plant set, then goes on the catalog.
       400-REGISTER-GENERATION.
           IF LAST-RUN-OK
               PERFORM 600-START-CATALOG
               PERFORM 410-REPLACE-ONE-GENERATION
                   UNTIL NO-MORE-FGENCAT
           END-IF.
           MOVE WS-NEW-GEN TO GC-GEN-NUMBER.
           MOVE WS-BUSINESS-DATE TO GC-BUSINESS-DATE.
           MOVE WS-PLANT-SET TO GC-PLANT-SET.
           MOVE WS-LAST-RUN-STATUS TO GC-RUN-STATUS.
           MOVE WS-LAST-RUN-MODE TO GC-RUN-MODE.
           MOVE WS-LAST-RUN-TIME TO GC-RUN-TIME.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO GC-REGISTERED-DATE.
           MOVE WS-TOT-OUTPUT TO GC-OUTPUT-COUNT.
           MOVE WS-TOT-DELIM TO GC-DELIM-COUNT.
           MOVE WS-TOT-ERROR TO GC-ERROR-COUNT.
           MOVE WS-TOT-SUMRPT TO GC-SUMRPT-COUNT.
           WRITE GC-GENERATION
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT FGENCAT-OK
               DISPLAY 'GENERATION CATALOG WRITE PROBLEM ' FGENCAT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE SPACES TO OU-GENLOG-LINE.
           STRING 'REGISTERED GEN '    DELIMITED BY SIZE
                  GC-GEN-NUMBER        DELIMITED BY SIZE
                  ' DATE '             DELIMITED BY SIZE
                  GC-BUSINESS-DATE     DELIMITED BY SIZE
                  ' STATUS '           DELIMITED BY SIZE
                  GC-RUN-STATUS        DELIMITED BY SIZE
                  ' PLANTS '           DELIMITED BY SIZE
                  GC-PLANT-SET         DELIMITED BY SIZE
                  ' OUT '              DELIMITED BY SIZE
                  GC-OUTPUT-COUNT      DELIMITED BY SIZE
                  ' DLM '              DELIMITED BY SIZE
                  GC-DELIM-COUNT       DELIMITED BY SIZE
                  ' ERR '              DELIMITED BY SIZE
                  GC-ERROR-COUNT       DELIMITED BY SIZE
                  ' SUM '              DELIMITED BY SIZE
                  GC-SUMRPT-COUNT      DELIMITED BY SIZE
                  INTO OU-GENLOG-LINE.
           WRITE OU-GENLOG-LINE.
           IF NOT LAST-RUN-OK
               MOVE '  RUN DID NOT END CLEAN - NEVER STAGED AS FPRIOR'
                   TO OU-GENLOG-LINE
               WRITE OU-GENLOG-LINE
           END-IF.
       410-REPLACE-ONE-GENERATION.
           PERFORM 610-READ-NEXT-CATALOG.
           IF NOT NO-MORE-FGENCAT
               IF GC-RUN-OK
                  AND GC-BUSINESS-DATE = WS-BUSINESS-DATE
                  AND GC-PLANT-SET = WS-PLANT-SET
                   MOVE 'RPLC' TO GC-RUN-STATUS
                   REWRITE GC-GENERATION
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF NOT FGENCAT-OK
                       DISPLAY 'GENERATION CATALOG REWRITE PROBLEM '
                               FGENCAT-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO WS-TOT-REPLACED
                   MOVE SPACES TO OU-GENLOG-LINE
                   STRING 'REPLACED GEN '   DELIMITED BY SIZE
                          GC-GEN-NUMBER     DELIMITED BY SIZE
                          ' OF THE SAME DATE AND PLANT SET'
                                            DELIMITED BY SIZE
                          INTO OU-GENLOG-LINE
                   END-STRING
                   WRITE OU-GENLOG-LINE
               END-IF
           END-IF.
      *Retention: generations RETAIN or more behind the new one go,
      *catalog entry and store records, except the newest clean
      *generation, which must survive to feed the next FPRIOR.
       500-PURGE-GENERATIONS.
           MOVE 0 TO WS-NEWEST-OK-GEN.
           MOVE 0 TO WS-NEWEST-OK-DATE.
           PERFORM 600-START-CATALOG.
           PERFORM 510-NOTE-NEWEST-OK UNTIL NO-MORE-FGENCAT.
           IF WS-NEW-GEN > WS-RETAIN
               COMPUTE WS-PURGE-CUTOFF = WS-NEW-GEN - WS-RETAIN
               PERFORM 600-START-CATALOG
               PERFORM 520-PURGE-ONE-GENERATION
                   UNTIL NO-MORE-FGENCAT
           END-IF.
       510-NOTE-NEWEST-OK.
           PERFORM 610-READ-NEXT-CATALOG.
           IF NOT NO-MORE-FGENCAT
               IF GC-RUN-OK
                  AND GC-BUSINESS-DATE NOT < WS-NEWEST-OK-DATE
                   MOVE GC-GEN-NUMBER TO WS-NEWEST-OK-GEN
                   MOVE GC-BUSINESS-DATE TO WS-NEWEST-OK-DATE
               END-IF
           END-IF.
       520-PURGE-ONE-GENERATION.
           PERFORM 610-READ-NEXT-CATALOG.
           IF NOT NO-MORE-FGENCAT
               IF GC-GEN-NUMBER > WS-PURGE-CUTOFF
                   MOVE 'Y' TO WS-GENCAT-EOF
               ELSE
                   IF GC-GEN-NUMBER NOT = WS-NEWEST-OK-GEN
                       PERFORM 530-PURGE-STORE-RECORDS
                       MOVE SPACES TO OU-GENLOG-LINE
                       STRING 'PURGED GEN '      DELIMITED BY SIZE
                              GC-GEN-NUMBER      DELIMITED BY SIZE
                              ' DATE '           DELIMITED BY SIZE
                              GC-BUSINESS-DATE   DELIMITED BY SIZE
                              ' STATUS '         DELIMITED BY SIZE
                              GC-RUN-STATUS      DELIMITED BY SIZE
                              ' STORE RECORDS '  DELIMITED BY SIZE
                              WS-PURGED-RECORDS  DELIMITED BY SIZE
                              INTO OU-GENLOG-LINE
                       END-STRING
                       WRITE OU-GENLOG-LINE
                       DELETE FGENCAT
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF NOT FGENCAT-OK
                           DISPLAY 'GENERATION CATALOG DELETE PROBLEM '
                                   FGENCAT-ST
                           PERFORM 850-FILE-FAILURE
                       END-IF
                       ADD 1 TO WS-TOT-PURGED
                   END-IF
               END-IF
           END-IF.
       530-PURGE-STORE-RECORDS.
           MOVE 0 TO WS-PURGED-RECORDS.
           MOVE GC-GEN-NUMBER TO WS-PURGE-GEN.
           MOVE WS-PURGE-GEN TO GS-GEN-NUMBER.
           MOVE LOW-VALUES TO GS-FILE-CODE.
           MOVE 0 TO GS-SEQ.
           MOVE 'N' TO WS-GENSTO-EOF.
           START FGENSTO KEY IS NOT LESS GS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GENSTO-EOF
           END-START.
           PERFORM 531-PURGE-ONE-STORE-RECORD UNTIL NO-MORE-FGENSTO.
       531-PURGE-ONE-STORE-RECORD.
           READ FGENSTO NEXT
               AT END MOVE 'Y' TO WS-GENSTO-EOF
           END-READ.
           IF NOT NO-MORE-FGENSTO
               IF NOT FGENSTO-OK
                  OR GS-GEN-NUMBER NOT = WS-PURGE-GEN
                   MOVE 'Y' TO WS-GENSTO-EOF
               ELSE
                   DELETE FGENSTO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF NOT FGENSTO-OK
                       DISPLAY 'GENERATION STORE DELETE PROBLEM '
                               FGENSTO-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO WS-PURGED-RECORDS
               END-IF
           END-IF.
      *Sequential pass over the catalog in generation order.*******
       600-START-CATALOG.
           MOVE 'N' TO WS-GENCAT-EOF.
           MOVE 0 TO GC-GEN-NUMBER.
           START FGENCAT KEY IS NOT LESS GC-GEN-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-GENCAT-EOF
           END-START.
       610-READ-NEXT-CATALOG.
           READ FGENCAT NEXT
               AT END MOVE 'Y' TO WS-GENCAT-EOF
           END-READ.
           IF NOT NO-MORE-FGENCAT AND NOT FGENCAT-OK
               DISPLAY 'GENERATION CATALOG READ PROBLEM ' FGENCAT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
       850-FILE-FAILURE.
           DISPLAY 'GENREG: GENERATION NOT REGISTERED - RUN STOPPED'.
           CLOSE FGENCAT.
           CLOSE FGENSTO.
           CLOSE FGENLOG.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       900-CLOSE.
           MOVE SPACES TO OU-GENLOG-LINE.
           STRING 'GENERATION '        DELIMITED BY SIZE
                  WS-NEW-GEN           DELIMITED BY SIZE
                  ' REGISTERED, REPLACED '
                                       DELIMITED BY SIZE
                  WS-TOT-REPLACED      DELIMITED BY SIZE
                  ' PURGED '           DELIMITED BY SIZE
                  WS-TOT-PURGED        DELIMITED BY SIZE
                  INTO OU-GENLOG-LINE.
           WRITE OU-GENLOG-LINE.
           CLOSE FGENCAT.
           CLOSE FGENSTO.
           CLOSE FGENLOG.
           DISPLAY 'GENREG COMPLETE, GENERATION ' WS-NEW-GEN
                   ' STATUS ' WS-LAST-RUN-STATUS
                   ' PURGED ' WS-TOT-PURGED.
