      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      NIGHTRUN.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Nightly job-stream driver.
      *
      * The night is a chain of batch steps, each with the shop's
      * return code convention (0 clean, 8 ended with exceptions,
      * 16 stop):
      *   EXTGATE, GENPRIOR, PARTMAIN, GENREG, RECONCIL, KEYSWAP,
      *   DLTHIST, SUPMERGE, DLTAPPLY, POMSTLD, POCLOSE, POXMIT,
      *   POACKMCH, RECVMCH, then the
      *   reports COSTCHG, LEADRPT, POAGERPT, RUNTREND and PPVRPT
      *   and the EXPNOTE supplier expediting notices, each of which
      *   only needs RECVMCH behind it. GENREG and
      *   RECONCIL both only need PARTMAIN behind them. POCLOSE
      *   needs POMSTLD behind it and POXMIT needs POCLOSE; POACKMCH
      *   still only needs POMSTLD. SUPMERGE re-keys the standing
      *   master to surviving supplier codes before DLTAPPLY applies
      *   PARTMAIN's deltas, which already carry them; with no
      *   merger due it changes nothing. DLTBASE,
      *   the month-end delta history baseline, runs last and only
      *   needs DLTHIST behind it.
      * NIGHTRUN CALLs the steps in that order and records every
      * one on the persistent job-control file FJOBCTL (JOBCTL
      * copybook), keyed by the night's business date: status,
      * start and end date/time, return code and attempts. The
      * record is stamped STARTED before the step is called, so a
      * stream that dies mid-step leaves the evidence behind.
      *   - A step ending RC 0-7 is ENDED, RC 8-15 EXCEPT; both
      *     count as ended acceptably and release the steps that
      *     follow. RC 16 or more is FAILED.
      *   - A step whose predecessor has not ended acceptably is not
      *     started; it is marked BLOCKED with the step it waits on.
      *   - Rerun for the same business date and the night restarts
      *     at the failed (or dead STARTED) step: steps that already
      *     ended acceptably are never repeated, so DLTHIST cannot
      *     append the same night twice. A RERUN=step card makes
      *     the operator's deliberate exception, putting that step
      *     and every step after it back to PENDING.
      * Run-control cards (FJOBCARD, optional):
      *   DATE=yyyymmdd   business date, default today,
      *   RERUN=stepname  force a step and its successors to rerun.
      * The steps read their own cards and files as when they ran
      * alone; COSTCHG and LEADRPT still take their ACCEPT answers
      * from SYSIN, in chain order.
      * A one-page run sheet (FRUNSHT) for the morning handover
      * lists every step of the date and says where a restart
      * would resume. Return code 16 when the night is incomplete,
      * 8 when it completed with exceptions.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M7
      *   SUPMERGE (supplier merger re-key) added after DLTHIST,
      *   ahead of DLTAPPLY (chain grows to 21 steps).
      * 2026-10-15 Maintenance  V0R0M6
      *   POCLOSE (open PO close-out) and POXMIT (PO transmission)
      *   added after POMSTLD, ahead of POACKMCH (chain grows to 20
      *   steps).
      * 2026-10-15 Maintenance  V0R0M5
      *   DLTBASE delta history baseline added after DLTHIST
      *   (chain grows to 18 steps).
      * 2026-10-15 Maintenance  V0R0M4
      *   EXPNOTE supplier expediting notices added after RECVMCH
      *   (chain grows to 17 steps).
      * 2026-10-15 Maintenance  V0R0M3
      *   PPVRPT purchase price variance report added after RECVMCH
      *   (chain grows to 16 steps).
      * 2026-10-15 Maintenance  V0R0M2
      *   GENPRIOR stages FPRIOR from the generation catalog before
      *   PARTMAIN, and GENREG registers PARTMAIN's outputs as a
      *   dated generation after it (chain grows to 15 steps).
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FJOBCARD ASSIGN TO DJOBCARD
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FJOBCARD-ST.
           SELECT FJOBCTL ASSIGN TO DJOBCTL
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS JC-KEY
               FILE STATUS IS FJOBCTL-ST.
           SELECT FRUNSHT ASSIGN TO DRUNSHT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FRUNSHT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FJOBCARD.
       01  IN-JOBCARD                  PIC X(80).
       FD  FJOBCTL.
           COPY 'JOBCTL'.
       FD  FRUNSHT.
       01  OU-RUNSHT-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *The chain: step program and the step that must have ended
      *acceptably before it may start (blank = first step).
       01  WS-STEP-VALUES.
           05 FILLER PIC X(16) VALUE 'EXTGATE         '.
           05 FILLER PIC X(16) VALUE 'GENPRIOREXTGATE '.
           05 FILLER PIC X(16) VALUE 'PARTMAINGENPRIOR'.
           05 FILLER PIC X(16) VALUE 'GENREG  PARTMAIN'.
           05 FILLER PIC X(16) VALUE 'RECONCILPARTMAIN'.
           05 FILLER PIC X(16) VALUE 'KEYSWAP RECONCIL'.
           05 FILLER PIC X(16) VALUE 'DLTHIST KEYSWAP '.
           05 FILLER PIC X(16) VALUE 'SUPMERGEDLTHIST '.
           05 FILLER PIC X(16) VALUE 'DLTAPPLYSUPMERGE'.
           05 FILLER PIC X(16) VALUE 'POMSTLD DLTAPPLY'.
           05 FILLER PIC X(16) VALUE 'POCLOSE POMSTLD '.
           05 FILLER PIC X(16) VALUE 'POXMIT  POCLOSE '.
           05 FILLER PIC X(16) VALUE 'POACKMCHPOMSTLD '.
           05 FILLER PIC X(16) VALUE 'RECVMCH POACKMCH'.
           05 FILLER PIC X(16) VALUE 'COSTCHG RECVMCH '.
           05 FILLER PIC X(16) VALUE 'LEADRPT RECVMCH '.
           05 FILLER PIC X(16) VALUE 'POAGERPTRECVMCH '.
           05 FILLER PIC X(16) VALUE 'RUNTRENDRECVMCH '.
           05 FILLER PIC X(16) VALUE 'PPVRPT  RECVMCH '.
           05 FILLER PIC X(16) VALUE 'EXPNOTE RECVMCH '.
           05 FILLER PIC X(16) VALUE 'DLTBASE DLTHIST '.
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05 WS-STEP-ENTRY OCCURS 21 TIMES
                             INDEXED BY ST-IDX.
              10 ST-STEP-NAME              PIC X(08).
              10 ST-PREDECESSOR            PIC X(08).
       01  WS-STEP-COUNT                   PIC 9(02) VALUE 21.
      *What this pass did with each step, for the run sheet.
       01  WS-NOTE-TABLE.
           05 WS-STEP-NOTE OCCURS 21 TIMES PIC X(40).
       01  WS-STEP-FIELDS.
           05 WS-STEP-SEQ                  PIC 9(02) VALUE 0.
           05 WS-PRED-SEQ                  PIC 9(02) VALUE 0.
           05 WS-STEP-PROGRAM              PIC X(08) VALUE SPACES.
           05 WS-STEP-RC                   PIC S9(04) VALUE 0.
           05 WS-RERUN-STEP                PIC X(08) VALUE SPACES.
           05 WS-RERUN-SEQ                 PIC 9(02) VALUE 0.
           05 WS-RESUME-STEP               PIC X(08) VALUE SPACES.
       01  WS-CARD-FIELDS.
           05 WS-CARD-DATE-X               PIC X(08) VALUE SPACES.
           05 WS-CARD-DATE REDEFINES WS-CARD-DATE-X
                                           PIC 9(08).
       01  WS-BUSINESS-DATE                PIC 9(08) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-CURRENT-TIME-HHMMSS          PIC 9(06) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-RUN                   PIC 9(02) VALUE 0.
           05 WS-TOT-SKIPPED               PIC 9(02) VALUE 0.
           05 WS-TOT-ENDED                 PIC 9(02) VALUE 0.
           05 WS-TOT-EXCEPT                PIC 9(02) VALUE 0.
           05 WS-TOT-FAILED                PIC 9(02) VALUE 0.
           05 WS-TOT-BLOCKED               PIC 9(02) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-JOBCARD-EOF               PIC X(01) VALUE 'N'.
             88 NO-MORE-JOBCARD                      VALUE 'Y'.
           05 WS-PRED-SW                   PIC X(01) VALUE 'N'.
             88 PREDECESSOR-READY                    VALUE 'Y'.
           05 WS-CALL-SW                   PIC X(01) VALUE 'N'.
             88 STEP-PROGRAM-MISSING                 VALUE 'Y'.
           05 FJOBCARD-ST                  PIC X(02).
             88 FJOBCARD-OK                          VALUE '00'.
             88 FJOBCARD-ABSENT                      VALUE '05' '35'.
           05 FJOBCTL-ST                   PIC X(02).
             88 FJOBCTL-OK                           VALUE '00'.
             88 FJOBCTL-NOTFND                       VALUE '23'.
             88 FJOBCTL-ABSENT                       VALUE '35'.
           05 FRUNSHT-ST                   PIC X(02).
             88 FRUNSHT-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 120-LOAD-STEP-STATUS.
           IF WS-RERUN-STEP NOT = SPACES
               PERFORM 130-APPLY-RERUN
           END-IF.
           PERFORM 200-RUN-ONE-STEP
               VARYING WS-STEP-SEQ FROM 1 BY 1
               UNTIL WS-STEP-SEQ > WS-STEP-COUNT.
           PERFORM 300-PRINT-RUN-SHEET.
           PERFORM 900-CLOSE.
           IF WS-TOT-FAILED > 0 OR WS-TOT-BLOCKED > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TOT-EXCEPT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-BUSINESS-DATE.
           MOVE SPACES TO WS-NOTE-TABLE.
           PERFORM 105-READ-RUN-CONTROL.
      *The control file persists across nights; it is only created
      *when absent, never truncated, same as EXTGATE treats
      *FEXTCTL.
           OPEN I-O FJOBCTL.
           IF FJOBCTL-ABSENT
               OPEN OUTPUT FJOBCTL
               IF FJOBCTL-OK
                   CLOSE FJOBCTL
               END-IF
               OPEN I-O FJOBCTL
           END-IF.
           IF NOT FJOBCTL-OK
               DISPLAY 'JOB CONTROL FILE PROBLEM ' FJOBCTL-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FRUNSHT.
           IF NOT FRUNSHT-OK
               DISPLAY 'RUN SHEET FILE PROBLEM'
               CLOSE FJOBCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'NIGHTRUN: BUSINESS DATE ' WS-BUSINESS-DATE.
      *Read the run-control cards. Absent file = tonight's date, no
      *forced reruns.
       105-READ-RUN-CONTROL.
           OPEN INPUT FJOBCARD.
           IF FJOBCARD-ABSENT
               IF FJOBCARD-ST = '05'
                   CLOSE FJOBCARD
               END-IF
           ELSE
               IF FJOBCARD-OK
                   PERFORM 106-READ-ONE-CARD UNTIL NO-MORE-JOBCARD
                   CLOSE FJOBCARD
               ELSE
                   DISPLAY 'RUN CONTROL FILE PROBLEM ' FJOBCARD-ST
               END-IF
           END-IF.
       106-READ-ONE-CARD.
           READ FJOBCARD
               AT END MOVE 'Y' TO WS-JOBCARD-EOF
           END-READ.
           IF FJOBCARD-OK AND NOT NO-MORE-JOBCARD
               EVALUATE TRUE
                   WHEN IN-JOBCARD(1:1) = '*'
                    OR IN-JOBCARD = SPACES
                       CONTINUE
                   WHEN IN-JOBCARD(1:5) = 'DATE='
                       MOVE IN-JOBCARD(6:8) TO WS-CARD-DATE-X
                       IF WS-CARD-DATE-X IS NUMERIC
                          AND WS-CARD-DATE > 19000000
                           MOVE WS-CARD-DATE TO WS-BUSINESS-DATE
                       ELSE
                           DISPLAY 'DATE NOT NUMERIC, IGNORED'
                       END-IF
                   WHEN IN-JOBCARD(1:6) = 'RERUN='
                       MOVE IN-JOBCARD(7:8) TO WS-RERUN-STEP
                   WHEN OTHER
                       DISPLAY 'RUN CONTROL CARD NOT KNOWN: '
                               IN-JOBCARD(1:20)
               END-EVALUATE
           END-IF.
      *Make sure every step of the chain has its record for the
      *business date; a first pass for the date starts them all
      *PENDING, a restart finds them as the last pass left them.
       120-LOAD-STEP-STATUS.
           PERFORM 121-LOAD-ONE-STEP
               VARYING WS-STEP-SEQ FROM 1 BY 1
               UNTIL WS-STEP-SEQ > WS-STEP-COUNT.
       121-LOAD-ONE-STEP.
           SET ST-IDX TO WS-STEP-SEQ.
           PERFORM 150-READ-STEP-RECORD.
           IF FJOBCTL-NOTFND
               MOVE ST-STEP-NAME(ST-IDX) TO JC-STEP-NAME
               MOVE 'PENDING' TO JC-STATUS
               MOVE 0 TO JC-START-DATE
               MOVE 0 TO JC-START-TIME
               MOVE 0 TO JC-END-DATE
               MOVE 0 TO JC-END-TIME
               MOVE 0 TO JC-RETURN-CODE
               MOVE 0 TO JC-ATTEMPTS
               WRITE JC-JOB-CONTROL
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF NOT FJOBCTL-OK
               PERFORM 850-JOBCTL-FAILURE
           END-IF.
      *RERUN=step: the operator wants that step, and so everything
      *downstream of it, run again for the date.
       130-APPLY-RERUN.
           MOVE 0 TO WS-RERUN-SEQ.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STEP-COUNT
               IF ST-STEP-NAME(ST-IDX) = WS-RERUN-STEP
                  AND WS-RERUN-SEQ = 0
                   SET WS-RERUN-SEQ TO ST-IDX
               END-IF
           END-PERFORM.
           IF WS-RERUN-SEQ = 0
               DISPLAY 'RERUN STEP NOT IN THE CHAIN, IGNORED: '
                       WS-RERUN-STEP
           ELSE
               PERFORM 131-RESET-ONE-STEP
                   VARYING WS-STEP-SEQ FROM WS-RERUN-SEQ BY 1
                   UNTIL WS-STEP-SEQ > WS-STEP-COUNT
           END-IF.
       131-RESET-ONE-STEP.
           PERFORM 150-READ-STEP-RECORD.
           IF FJOBCTL-OK AND NOT JC-PENDING
               MOVE 'PENDING' TO JC-STATUS
               PERFORM 160-REWRITE-STEP-RECORD
               MOVE 'RESET BY RERUN= CARD'
                   TO WS-STEP-NOTE(WS-STEP-SEQ)
           END-IF.
       150-READ-STEP-RECORD.
           MOVE WS-BUSINESS-DATE TO JC-BUSINESS-DATE.
           MOVE WS-STEP-SEQ TO JC-STEP-SEQ.
           READ FJOBCTL
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FJOBCTL-OK AND NOT FJOBCTL-NOTFND
               PERFORM 850-JOBCTL-FAILURE
           END-IF.
       160-REWRITE-STEP-RECORD.
           REWRITE JC-JOB-CONTROL
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT FJOBCTL-OK
               PERFORM 850-JOBCTL-FAILURE
           END-IF.
      *One step of the chain: skip it if it already ended
      *acceptably for the date, hold it if its predecessor has not,
      *otherwise run it.
       200-RUN-ONE-STEP.
           SET ST-IDX TO WS-STEP-SEQ.
           PERFORM 210-CHECK-PREDECESSOR.
           PERFORM 150-READ-STEP-RECORD.
           IF JC-ENDED-ACCEPTABLY
               ADD 1 TO WS-TOT-SKIPPED
               MOVE 'ENDED ON AN EARLIER PASS'
                   TO WS-STEP-NOTE(WS-STEP-SEQ)
           ELSE
               IF PREDECESSOR-READY
                   PERFORM 220-EXECUTE-STEP
               ELSE
                   MOVE 'BLOCKED' TO JC-STATUS
                   PERFORM 160-REWRITE-STEP-RECORD
                   MOVE SPACES TO WS-STEP-NOTE(WS-STEP-SEQ)
                   STRING 'WAITING ON '        DELIMITED BY SIZE
                          ST-PREDECESSOR(ST-IDX)
                                               DELIMITED BY SIZE
                          INTO WS-STEP-NOTE(WS-STEP-SEQ)
                   END-STRING
               END-IF
           END-IF.
      *The predecessor is judged from the control file, so a step
      *that ended on an earlier pass releases its successors just
      *as one that ended on this pass does.
       210-CHECK-PREDECESSOR.
           MOVE 'Y' TO WS-PRED-SW.
           IF ST-PREDECESSOR(ST-IDX) NOT = SPACES
               MOVE 0 TO WS-PRED-SEQ
               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > WS-STEP-COUNT
                   IF ST-STEP-NAME(ST-IDX)
                      = ST-PREDECESSOR(WS-STEP-SEQ)
                       SET WS-PRED-SEQ TO ST-IDX
                   END-IF
               END-PERFORM
               SET ST-IDX TO WS-STEP-SEQ
               MOVE WS-BUSINESS-DATE TO JC-BUSINESS-DATE
               MOVE WS-PRED-SEQ TO JC-STEP-SEQ
               READ FJOBCTL
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT FJOBCTL-OK
                   MOVE 'N' TO WS-PRED-SW
               ELSE
                   IF NOT JC-ENDED-ACCEPTABLY
                       MOVE 'N' TO WS-PRED-SW
                   END-IF
               END-IF
           END-IF.
      *Stamp STARTED before the CALL so an abend mid-step is on
      *file, then record how the step ended. The program is
      *cancelled afterwards so a later step gets no stale storage.
       220-EXECUTE-STEP.
           IF JC-FAILED OR JC-STARTED
               MOVE 'RESTARTED AFTER AN EARLIER PASS'
                   TO WS-STEP-NOTE(WS-STEP-SEQ)
           ELSE
               IF WS-STEP-NOTE(WS-STEP-SEQ) = SPACES
                   MOVE 'RUN THIS PASS' TO WS-STEP-NOTE(WS-STEP-SEQ)
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME-HHMMSS.
           MOVE 'STARTED' TO JC-STATUS.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO JC-START-DATE.
           MOVE WS-CURRENT-TIME-HHMMSS TO JC-START-TIME.
           MOVE 0 TO JC-END-DATE.
           MOVE 0 TO JC-END-TIME.
           MOVE 0 TO JC-RETURN-CODE.
           ADD 1 TO JC-ATTEMPTS.
           PERFORM 160-REWRITE-STEP-RECORD.
           ADD 1 TO WS-TOT-RUN.
           MOVE ST-STEP-NAME(ST-IDX) TO WS-STEP-PROGRAM.
           DISPLAY 'NIGHTRUN: STARTING ' WS-STEP-PROGRAM.
           MOVE 'N' TO WS-CALL-SW.
           MOVE 0 TO RETURN-CODE.
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   MOVE 'Y' TO WS-CALL-SW
           END-CALL.
           IF STEP-PROGRAM-MISSING
               MOVE 16 TO WS-STEP-RC
               MOVE 'PROGRAM NOT FOUND' TO WS-STEP-NOTE(WS-STEP-SEQ)
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-STEP-PROGRAM
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC < 0
               MOVE 16 TO WS-STEP-RC
           END-IF.
      *The control record was read under this step's key before the
      *CALL; read it back before updating it.
           PERFORM 150-READ-STEP-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME-HHMMSS.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO JC-END-DATE.
           MOVE WS-CURRENT-TIME-HHMMSS TO JC-END-TIME.
           MOVE WS-STEP-RC TO JC-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-STEP-RC < 8
                   MOVE 'ENDED' TO JC-STATUS
               WHEN WS-STEP-RC < 16
                   MOVE 'EXCEPT' TO JC-STATUS
               WHEN OTHER
                   MOVE 'FAILED' TO JC-STATUS
           END-EVALUATE.
           PERFORM 160-REWRITE-STEP-RECORD.
           DISPLAY 'NIGHTRUN: ' WS-STEP-PROGRAM ' ' JC-STATUS
                   ' RC ' JC-RETURN-CODE.
      *One-page run sheet: every step of the business date as the
      *control file now has it, and where a restart would resume.
       300-PRINT-RUN-SHEET.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME-HHMMSS.
           MOVE SPACES TO OU-RUNSHT-LINE.
           STRING 'NIGHTLY JOB STREAM RUN SHEET  BUSINESS DATE '
                                           DELIMITED BY SIZE
                  WS-BUSINESS-DATE         DELIMITED BY SIZE
                  '  PRINTED '             DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-CURRENT-TIME-HHMMSS   DELIMITED BY SIZE
                  INTO OU-RUNSHT-LINE.
           WRITE OU-RUNSHT-LINE.
           MOVE SPACES TO OU-RUNSHT-LINE.
           WRITE OU-RUNSHT-LINE.
           MOVE SPACES TO OU-RUNSHT-LINE.
           STRING 'SQ STEP     STATUS   STARTED         '
                                           DELIMITED BY SIZE
                  'ENDED             RC TRY NOTE'
                                           DELIMITED BY SIZE
                  INTO OU-RUNSHT-LINE.
           WRITE OU-RUNSHT-LINE.
           MOVE SPACES TO WS-RESUME-STEP.
           PERFORM 310-PRINT-ONE-STEP
               VARYING WS-STEP-SEQ FROM 1 BY 1
               UNTIL WS-STEP-SEQ > WS-STEP-COUNT.
           MOVE SPACES TO OU-RUNSHT-LINE.
           WRITE OU-RUNSHT-LINE.
           MOVE SPACES TO OU-RUNSHT-LINE.
           STRING 'THIS PASS: RUN '    DELIMITED BY SIZE
                  WS-TOT-RUN           DELIMITED BY SIZE
                  ' SKIPPED (DONE) '   DELIMITED BY SIZE
                  WS-TOT-SKIPPED       DELIMITED BY SIZE
                  '   DATE: ENDED '    DELIMITED BY SIZE
                  WS-TOT-ENDED         DELIMITED BY SIZE
                  ' EXCEPT '           DELIMITED BY SIZE
                  WS-TOT-EXCEPT        DELIMITED BY SIZE
                  ' FAILED '           DELIMITED BY SIZE
                  WS-TOT-FAILED        DELIMITED BY SIZE
                  ' BLOCKED '          DELIMITED BY SIZE
                  WS-TOT-BLOCKED       DELIMITED BY SIZE
                  INTO OU-RUNSHT-LINE.
           WRITE OU-RUNSHT-LINE.
           MOVE SPACES TO OU-RUNSHT-LINE.
           IF WS-RESUME-STEP = SPACES
               IF WS-TOT-EXCEPT > 0
                   MOVE 'NIGHT COMPLETE WITH EXCEPTIONS'
                       TO OU-RUNSHT-LINE
               ELSE
                   MOVE 'NIGHT COMPLETE' TO OU-RUNSHT-LINE
               END-IF
           ELSE
               STRING '*** NIGHT INCOMPLETE - RERUN NIGHTRUN FOR '
                                           DELIMITED BY SIZE
                      WS-BUSINESS-DATE     DELIMITED BY SIZE
                      ', RESTART RESUMES AT '
                                           DELIMITED BY SIZE
                      WS-RESUME-STEP       DELIMITED BY SIZE
                      INTO OU-RUNSHT-LINE
           END-IF.
           WRITE OU-RUNSHT-LINE.
       310-PRINT-ONE-STEP.
           PERFORM 150-READ-STEP-RECORD.
           IF FJOBCTL-OK
               EVALUATE TRUE
                   WHEN JC-ENDED
                       ADD 1 TO WS-TOT-ENDED
                   WHEN JC-EXCEPTIONS
                       ADD 1 TO WS-TOT-EXCEPT
                   WHEN JC-FAILED
                       ADD 1 TO WS-TOT-FAILED
                   WHEN OTHER
                       ADD 1 TO WS-TOT-BLOCKED
               END-EVALUATE
               IF NOT JC-ENDED-ACCEPTABLY AND WS-RESUME-STEP = SPACES
                   MOVE JC-STEP-NAME TO WS-RESUME-STEP
               END-IF
               MOVE SPACES TO OU-RUNSHT-LINE
               STRING JC-STEP-SEQ          DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      JC-STEP-NAME         DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      JC-STATUS            DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      JC-START-DATE        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      JC-START-TIME        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      JC-END-DATE          DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      JC-END-TIME          DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      JC-RETURN-CODE       DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      JC-ATTEMPTS          DELIMITED BY SIZE
                      '  '                 DELIMITED BY SIZE
                      WS-STEP-NOTE(WS-STEP-SEQ)
                                           DELIMITED BY SIZE
                      INTO OU-RUNSHT-LINE
               END-STRING
               WRITE OU-RUNSHT-LINE
           END-IF.
       850-JOBCTL-FAILURE.
           DISPLAY 'JOB CONTROL FILE PROBLEM ' FJOBCTL-ST
                   ' - STREAM STOPPED'.
           CLOSE FJOBCTL.
           CLOSE FRUNSHT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
       900-CLOSE.
           CLOSE FJOBCTL.
           CLOSE FRUNSHT.
           DISPLAY 'NIGHTRUN COMPLETE, RUN ' WS-TOT-RUN
                   ' SKIPPED ' WS-TOT-SKIPPED
                   ' FAILED ' WS-TOT-FAILED
                   ' BLOCKED ' WS-TOT-BLOCKED.
