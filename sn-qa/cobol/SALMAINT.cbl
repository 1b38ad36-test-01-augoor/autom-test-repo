      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      SALMAINT.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Supplier alias (merger) table maintenance.
      *
      * When one supplier takes over another, upstream sends the
      * surviving SUPPLIER-CODE for some plants and the old code for
      * others. Applies a transaction file against the supplier
      * alias table (SUPALIAS copybook, FSUPALS) PARTMAIN resolves
      * incoming supplier codes through:
      *   A = add an alias: old code, surviving code and the date
      *       the merger takes effect (blank = today),
      *   D = delete an alias not yet merged by SUPMERGE.
      * The surviving code must be active on the supplier master
      * (FSUPMST) and may not itself be an old code. The table is
      * kept flat: when a surviving supplier is in turn taken over,
      * the aliases already pointing at it are repointed to the new
      * survivor, so one lookup always gives the live code. Every
      * transaction, applied or rejected, and every repointed alias
      * is printed to the FSALLOG maintenance log, the same
      * discipline VEHMAINT applies to the vehicle aliases.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSALTXN ASSIGN TO DSALTXN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSALTXN-ST.
           SELECT FSUPMST ASSIGN TO DSUPMST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS SM-SUPPLIER-CODE
               FILE STATUS IS FSUPMST-ST.
           SELECT FSUPALS ASSIGN TO DSUPALS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS SA-OLD-SUPPLIER-CODE
               FILE STATUS IS FSUPALS-ST.
           SELECT FSALLOG ASSIGN TO DSALLOG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSALLOG-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FSALTXN.
       01  IN-SALTXN.
           05  TX-ACTION               PIC X(01).
               88  TX-ADD-ALIAS            VALUE 'A'.
               88  TX-DELETE-ALIAS         VALUE 'D'.
           05  TX-OLD-SUPPLIER-CODE    PIC X(10).
           05  TX-SURVIVING-CODE       PIC X(10).
           05  TX-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(51).
       FD  FSUPMST.
           COPY 'SUPMAST'.
       FD  FSUPALS.
           COPY 'SUPALIAS'.
       FD  FSALLOG.
       01  OU-SALLOG-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
       01  WS-EDIT-FIELDS.
           05 WS-REJECT-REASON             PIC X(30) VALUE SPACES.
           05 WS-EFFECTIVE-DATE            PIC 9(08) VALUE 0.
           05 WS-REPOINT-COUNT             PIC 9(05) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-TXNS-READ             PIC 9(09) VALUE 0.
           05 WS-TOT-APPLIED               PIC 9(09) VALUE 0.
           05 WS-TOT-REJECTED              PIC 9(09) VALUE 0.
           05 WS-TOT-REPOINTED             PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 FSALTXN-EOF                  PIC X(01) VALUE 'N'.
             88 NO-MORE-FSALTXN                      VALUE 'Y'.
           05 WS-ALIAS-EOF                 PIC X(01) VALUE 'N'.
             88 NO-MORE-FSUPALS                      VALUE 'Y'.
           05 WS-TXN-SW                    PIC X(01) VALUE 'N'.
             88 TXN-REJECTED                         VALUE 'Y'.
           05 FSALTXN-ST                   PIC X(02).
             88 FSALTXN-OK                           VALUE '00'.
           05 FSUPMST-ST                   PIC X(02).
             88 FSUPMST-OK                           VALUE '00'.
             88 FSUPMST-NOTFND                       VALUE '23'.
           05 FSUPALS-ST                   PIC X(02).
             88 FSUPALS-OK                           VALUE '00'.
             88 FSUPALS-NOTFND                       VALUE '23'.
             88 FSUPALS-DUPKEY                       VALUE '22'.
             88 FSUPALS-ABSENT                       VALUE '35'.
           05 FSALLOG-ST                   PIC X(02).
             88 FSALLOG-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-ONE-TXN UNTIL NO-MORE-FSALTXN.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           OPEN INPUT FSALTXN.
           IF NOT FSALTXN-OK
               DISPLAY 'ALIAS TRANSACTION FILE PROBLEM ' FSALTXN-ST
               GOBACK
           END-IF.
           OPEN INPUT FSUPMST.
           IF NOT FSUPMST-OK
               DISPLAY 'SUPPLIER MASTER FILE PROBLEM ' FSUPMST-ST
               CLOSE FSALTXN
               GOBACK
           END-IF.
      *The alias table persists across runs; it is only created when
      *absent, never truncated, same as VEHMAINT treats FVEHALS.
           OPEN I-O FSUPALS.
           IF FSUPALS-ABSENT
               OPEN OUTPUT FSUPALS
               IF FSUPALS-OK
                   CLOSE FSUPALS
               END-IF
               OPEN I-O FSUPALS
           END-IF.
           IF NOT FSUPALS-OK
               DISPLAY 'SUPPLIER ALIAS FILE PROBLEM ' FSUPALS-ST
               CLOSE FSALTXN
               CLOSE FSUPMST
               GOBACK
           END-IF.
           OPEN OUTPUT FSALLOG.
           IF NOT FSALLOG-OK
               DISPLAY 'MAINTENANCE LOG FILE PROBLEM'
               CLOSE FSALTXN
               CLOSE FSUPMST
               CLOSE FSUPALS
               GOBACK
           END-IF.
           MOVE SPACES TO OU-SALLOG-LINE.
           STRING 'SUPPLIER ALIAS MAINTENANCE LOG '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  INTO OU-SALLOG-LINE.
           WRITE OU-SALLOG-LINE.
       200-APPLY-ONE-TXN.
           READ FSALTXN
               AT END MOVE 'Y' TO FSALTXN-EOF
           END-READ.
           IF FSALTXN-OK AND NOT NO-MORE-FSALTXN
               ADD 1 TO WS-TOT-TXNS-READ
               MOVE 'N' TO WS-TXN-SW
               MOVE SPACES TO WS-REJECT-REASON
               MOVE 0 TO WS-REPOINT-COUNT
               PERFORM 210-EDIT-TXN
               IF NOT TXN-REJECTED
                   EVALUATE TRUE
                       WHEN TX-ADD-ALIAS
                           PERFORM 220-ADD-ALIAS
                       WHEN TX-DELETE-ALIAS
                           PERFORM 250-DELETE-ALIAS
                   END-EVALUATE
               END-IF
               PERFORM 260-LOG-TXN
           ELSE
               IF NOT NO-MORE-FSALTXN
                   DISPLAY 'ALIAS TRANSACTION FILE PROBLEM '
                           FSALTXN-ST
                   PERFORM 900-CLOSE
                   GOBACK
               END-IF
           END-IF.
       210-EDIT-TXN.
           IF NOT TX-ADD-ALIAS AND NOT TX-DELETE-ALIAS
               MOVE 'ACTION NOT A OR D' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-OLD-SUPPLIER-CODE = SPACES
               MOVE 'OLD SUPPLIER CODE MISSING' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-ADD-ALIAS
              AND TX-SURVIVING-CODE = SPACES
               MOVE 'SURVIVING CODE MISSING' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-ADD-ALIAS
              AND TX-SURVIVING-CODE = TX-OLD-SUPPLIER-CODE
               MOVE 'OLD AND SURVIVING CODE EQUAL' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-ADD-ALIAS
               IF TX-EFFECTIVE-DATE = SPACES
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-EFFECTIVE-DATE
               ELSE
                   IF TX-EFFECTIVE-DATE IS NUMERIC
                       MOVE TX-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   ELSE
                       MOVE 'EFFECTIVE DATE NOT NUMERIC'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   END-IF
               END-IF
           END-IF.
      *The survivor must be a live supplier on the master, and must
      *not itself have been merged away - the table stays one level
      *deep.
       220-ADD-ALIAS.
           MOVE TX-SURVIVING-CODE TO SM-SUPPLIER-CODE.
           READ FSUPMST
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN FSUPMST-NOTFND
                   MOVE 'SURVIVING CODE NOT ON MASTER'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN NOT FSUPMST-OK
                   MOVE 'SUPPLIER MASTER READ FAILED'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN NOT SM-SUPPLIER-ACTIVE
                   MOVE 'SURVIVING SUPPLIER NOT ACTIVE'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
           END-EVALUATE.
           IF NOT TXN-REJECTED
               MOVE TX-SURVIVING-CODE TO SA-OLD-SUPPLIER-CODE
               READ FSUPALS
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FSUPALS-OK
                   MOVE 'SURVIVING CODE ALREADY MERGED'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
               MOVE TX-OLD-SUPPLIER-CODE TO SA-OLD-SUPPLIER-CODE
               MOVE TX-SURVIVING-CODE TO SA-SURVIVING-CODE
               MOVE WS-EFFECTIVE-DATE TO SA-EFFECTIVE-DATE
               MOVE WS-CURRENT-DATE-YYYYMMDD TO SA-ADDED-DATE
               MOVE 0 TO SA-MERGED-DATE
               WRITE SA-SUPPLIER-ALIAS
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN FSUPALS-OK
                       ADD 1 TO WS-TOT-APPLIED
                       PERFORM 230-REPOINT-ALIASES
                   WHEN FSUPALS-DUPKEY
                       MOVE 'ALIAS ALREADY ON FILE'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   WHEN OTHER
                       MOVE 'ALIAS WRITE FAILED' TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
               END-EVALUATE
           END-IF.
      *The supplier just merged away may itself have been a survivor:
      *every alias pointing at it now points at its own survivor.
       230-REPOINT-ALIASES.
           MOVE 'N' TO WS-ALIAS-EOF.
           MOVE LOW-VALUES TO SA-OLD-SUPPLIER-CODE.
           START FSUPALS KEY IS NOT LESS SA-OLD-SUPPLIER-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-ALIAS-EOF
           END-START.
           PERFORM 235-REPOINT-ONE-ALIAS UNTIL NO-MORE-FSUPALS.
       235-REPOINT-ONE-ALIAS.
           READ FSUPALS NEXT
               AT END MOVE 'Y' TO WS-ALIAS-EOF
           END-READ.
           IF NOT NO-MORE-FSUPALS
               IF NOT FSUPALS-OK
                   DISPLAY 'SUPPLIER ALIAS READ PROBLEM ' FSUPALS-ST
                   MOVE 'Y' TO WS-ALIAS-EOF
               ELSE
                   IF SA-SURVIVING-CODE = TX-OLD-SUPPLIER-CODE
                       MOVE TX-SURVIVING-CODE TO SA-SURVIVING-CODE
                       REWRITE SA-SUPPLIER-ALIAS
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF FSUPALS-OK
                           ADD 1 TO WS-REPOINT-COUNT
                           ADD 1 TO WS-TOT-REPOINTED
                           MOVE SPACES TO OU-SALLOG-LINE
                           STRING '  REPOINTED '   DELIMITED BY SIZE
                                  SA-OLD-SUPPLIER-CODE
                                                   DELIMITED BY SIZE
                                  ' FROM '         DELIMITED BY SIZE
                                  TX-OLD-SUPPLIER-CODE
                                                   DELIMITED BY SIZE
                                  ' TO '           DELIMITED BY SIZE
                                  TX-SURVIVING-CODE
                                                   DELIMITED BY SIZE
                                  INTO OU-SALLOG-LINE
                           END-STRING
                           WRITE OU-SALLOG-LINE
                       ELSE
                           DISPLAY 'SUPPLIER ALIAS REWRITE PROBLEM '
                                   FSUPALS-ST
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *Once SUPMERGE has re-keyed the open POs and standing master
      *rows, deleting the alias would strand them: refused.
       250-DELETE-ALIAS.
           MOVE TX-OLD-SUPPLIER-CODE TO SA-OLD-SUPPLIER-CODE.
           READ FSUPALS
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT FSUPALS-OK
                   MOVE 'ALIAS NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN SA-MERGED-DATE NOT = 0
                   MOVE 'ALIAS ALREADY MERGED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-TXN-SW
               WHEN OTHER
                   DELETE FSUPALS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF FSUPALS-OK
                       ADD 1 TO WS-TOT-APPLIED
                   ELSE
                       MOVE 'ALIAS DELETE FAILED' TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   END-IF
           END-EVALUATE.
       260-LOG-TXN.
           MOVE SPACES TO OU-SALLOG-LINE.
           IF TXN-REJECTED
               ADD 1 TO WS-TOT-REJECTED
               STRING TX-ACTION            DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      TX-OLD-SUPPLIER-CODE DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      TX-SURVIVING-CODE    DELIMITED BY SIZE
                      ' REJECTED: '        DELIMITED BY SIZE
                      WS-REJECT-REASON     DELIMITED BY SIZE
                      INTO OU-SALLOG-LINE
           ELSE
               IF TX-ADD-ALIAS
                   STRING TX-ACTION            DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          TX-OLD-SUPPLIER-CODE DELIMITED BY SIZE
                          ' APPLIED -> '       DELIMITED BY SIZE
                          TX-SURVIVING-CODE    DELIMITED BY SIZE
                          ' EFFECTIVE '        DELIMITED BY SIZE
                          WS-EFFECTIVE-DATE    DELIMITED BY SIZE
                          ' REPOINTED '        DELIMITED BY SIZE
                          WS-REPOINT-COUNT     DELIMITED BY SIZE
                          INTO OU-SALLOG-LINE
               ELSE
                   STRING TX-ACTION            DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          TX-OLD-SUPPLIER-CODE DELIMITED BY SIZE
                          ' APPLIED'           DELIMITED BY SIZE
                          INTO OU-SALLOG-LINE
               END-IF
           END-IF.
           WRITE OU-SALLOG-LINE.
       900-CLOSE.
           MOVE SPACES TO OU-SALLOG-LINE.
           STRING 'TXNS '              DELIMITED BY SIZE
                  WS-TOT-TXNS-READ      DELIMITED BY SIZE
                  ' APPLIED '           DELIMITED BY SIZE
                  WS-TOT-APPLIED        DELIMITED BY SIZE
                  ' REJECTED '          DELIMITED BY SIZE
                  WS-TOT-REJECTED       DELIMITED BY SIZE
                  ' REPOINTED '         DELIMITED BY SIZE
                  WS-TOT-REPOINTED      DELIMITED BY SIZE
                  INTO OU-SALLOG-LINE.
           WRITE OU-SALLOG-LINE.
           CLOSE FSALTXN.
           CLOSE FSUPMST.
           CLOSE FSUPALS.
           CLOSE FSALLOG.
           DISPLAY 'SALMAINT COMPLETE, APPLIED ' WS-TOT-APPLIED
                   ' REJECTED ' WS-TOT-REJECTED.
