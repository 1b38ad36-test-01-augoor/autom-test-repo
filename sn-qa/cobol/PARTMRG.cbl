      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      PARTMRG.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Merge the per-plant PARTMAIN streams into the night's
      * combined outputs.
      *
      * Each plant section of the multi-plant extract can be run as
      * its own PARTMAIN stream (PLANT= and STREAM= cards), all in
      * parallel. Every stream leaves a result record (STRMRES) and
      * its own FOUTPUT, FDELIM and FDELTA; the operator
      * concatenates them under DSTRMRS, DSTRMOUT, DSTRMDLM and
      * DSTRMDLT. PARTMRG rescans the extract for each plant's HDR
      * date and TRL count/hash and decides plant by plant:
      *   - a plant merges when its stream ended OK in FULL mode,
      *     for tonight's extract date, and balanced to the section
      *     of the extract (count and hash both ways);
      *   - any other plant is held back: no stream result, stream
      *     still RUN (it died), OOB, ABRT, AUDIT, a stale result,
      *     an unbalanced section, or a plant on last night's output
      *     with no section on tonight's extract. A held plant's
      *     records are carried forward unchanged from FPRIOR and it
      *     sends no deltas, so downstream sees yesterday for it.
      * Merged plants' records, delimited lines and deltas go to the
      * combined FOUTPUT, FDELIM and FDELTA. The flat files FPARTS,
      * FSUPPS, FADDRS (address IDs from the address master the
      * streams filed to) and FPO and the keyed inquiry side files
      * (DPARTSKB, DSUPPSKB, DXREFKB, DSXREFKB, DFITXB) are rebuilt
      * from the combined output, merged and carried alike, and a
      * carried record gets its delimited line built the way
      * PARTMAIN builds it, so RECONCIL finds one record per output
      * record on every file. The merge balances each merged
      * plant's records taken against its stream's totals; only a
      * balanced merge stamps the checkpoint complete for KEYSWAP.
      * One run-history record is appended for the merged run and
      * the plant-by-plant merge summary is written to FSUMRPT,
      * RECORDS WRITTEN being the records written to the combined
      * FOUTPUT.
      * Return code 8 when any plant is held back, 16 when the merge
      * itself does not balance or on any file problem.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   Write FPARTS, FSUPPS, FADDRS and FPO for every merged and
      *   carried record, and FDELIM for carried records too; RECORDS
      *   WRITTEN on FSUMRPT and the run history is the combined
      *   FOUTPUT count, so RECONCIL balances a night with a held
      *   plant.
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARTSUP ASSIGN TO DPARTSUP
               FILE STATUS IS FPARTSUP-ST.
           SELECT FSTRMRS ASSIGN TO DSTRMRS
               FILE STATUS IS FSTRMRS-ST.
           SELECT FSTRMOUT ASSIGN TO DSTRMOUT
               FILE STATUS IS FSTRMOUT-ST.
           SELECT FSTRMDLM ASSIGN TO DSTRMDLM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSTRMDLM-ST.
           SELECT FSTRMDLT ASSIGN TO DSTRMDLT
               FILE STATUS IS FSTRMDLT-ST.
           SELECT OPTIONAL FPRIOR ASSIGN TO DPRIOR
               FILE STATUS IS FPRIOR-ST.
           SELECT FOUTPUT ASSIGN TO DOUTPUT
               FILE STATUS IS FOUTPUT-ST.
           SELECT FDELIM ASSIGN TO DDELIM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FDELIM-ST.
           SELECT FDELTA ASSIGN TO DDELTA
               FILE STATUS IS FDELTA-ST.
           SELECT FPARTS ASSIGN TO DPARTS
               FILE STATUS IS FPARTS-ST.
           SELECT FSUPPS ASSIGN TO DSUPPS
               FILE STATUS IS FSUPPS-ST.
           SELECT FADDRS ASSIGN TO DADDRS
               FILE STATUS IS FADDRS-ST.
           SELECT FPO ASSIGN TO DPO
               FILE STATUS IS FPO-ST.
           SELECT FADDRMST ASSIGN TO DADDRMST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS AM-ADDRESS-TEXT
               FILE STATUS IS FADDRMST-ST.
           SELECT FPARTSK ASSIGN TO DPARTSKB
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS KP-PART-NUMBER
               FILE STATUS IS FPARTSK-ST.
           SELECT FSUPPSK ASSIGN TO DSUPPSKB
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS KS-SUPPLIER-CODE
               FILE STATUS IS FSUPPSK-ST.
           SELECT FXREFK ASSIGN TO DXREFKB
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS KX-XREF-KEY
               FILE STATUS IS FXREFK-ST.
           SELECT FSXREFK ASSIGN TO DSXREFKB
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS KY-SXREF-KEY
               FILE STATUS IS FSXREFK-ST.
           SELECT FFITX ASSIGN TO DFITXB
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS KF-FITMENT-KEY
               FILE STATUS IS FFITX-ST.
           SELECT FCHKPT ASSIGN TO DCHKPT
               FILE STATUS IS FCHKPT-ST.
           SELECT OPTIONAL FRUNHIST ASSIGN TO DRUNHIST
               FILE STATUS IS FRUNHIST-ST.
           SELECT FSUMRPT ASSIGN TO DSUMRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FSUMRPT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FPARTSUP.
           COPY 'PARTSUPP'.
       FD  FSTRMRS.
           COPY 'STRMRES'.
       FD  FSTRMOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-STRM-OUTPUT.
       01  IN-STRM-OUTPUT.
           05  IN-STRM-IMAGE           PIC X(511).
           05  IN-STRM-PLANT           PIC X(03).
           05  IN-STRM-REST            PIC X(10).
       FD  FSTRMDLM.
       01  IN-STRM-DELIM-LINE          PIC X(600).
       FD  FSTRMDLT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1047 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-STRM-DELTA.
       01  IN-STRM-DELTA.
           05  IN-DLT-TX-CODE          PIC X(01).
           05  IN-DLT-PART-NUMBER      PIC X(10).
           05  IN-DLT-SUPPLIER-CODE    PIC X(10).
           05  IN-DLT-PLANT            PIC X(03).
           05  IN-DLT-IMAGES           PIC X(1022).
       FD  FPRIOR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-PRIOR.
       01  IN-PRIOR.
           05  IN-PRIOR-IMAGE          PIC X(511).
           05  IN-PRIOR-PLANT          PIC X(03).
           05  IN-PRIOR-REST           PIC X(10).
       FD  FOUTPUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OU-OUTPUT.
       01  OU-OUTPUT.
           05  OU-OUT-IMAGE            PIC X(511).
           05  OU-OUT-PLANT            PIC X(03).
           05  OU-OUT-COST             PIC 9(05)V99.
           05  OU-OUT-OVERRIDE         PIC X(03).
       FD  FDELIM.
       01  OU-DELIM-LINE               PIC X(600).
       FD  FDELTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1047 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OU-DELTA.
       01  OU-DELTA                    PIC X(1047).
      *Flat copies of the combined output, one record each per
      *output record, laid out as PARTMAIN writes them.
       FD  FPARTS.
       01  OU-FLAT-PARTS               PIC X(67).
       FD  FSUPPS.
       01  OU-FLAT-SUPPLIERS           PIC X(55).
       FD  FADDRS.
           COPY 'ADDRXREF'.
       FD  FPO.
       01  OU-FLAT-PO                  PIC X(162).
       FD  FADDRMST.
           COPY 'ADDRMAST'.
      *Keyed copies of the combined output, laid out exactly as
      *PARTMAIN builds them.
       FD  FPARTSK.
       01  KP-PART-RECORD.
           05  KP-PART-NUMBER          PIC X(10).
           05  KP-PART-DATA            PIC X(57).
       FD  FSUPPSK.
       01  KS-SUPP-RECORD.
           05  KS-SUPPLIER-CODE        PIC X(10).
           05  KS-SUPP-DATA            PIC X(45).
       FD  FXREFK.
       01  KX-XREF-RECORD.
           05  KX-XREF-KEY.
               10  KX-PART-NUMBER      PIC X(10).
               10  KX-SUPPLIER-CODE    PIC X(10).
           05  KX-IMAGE                PIC X(516).
       FD  FSXREFK.
       01  KY-SXREF-RECORD.
           05  KY-SXREF-KEY.
               10  KY-SUPPLIER-CODE    PIC X(10).
               10  KY-PART-NUMBER      PIC X(10).
           05  KY-IMAGE                PIC X(516).
       FD  FFITX.
       01  KF-FITMENT-RECORD.
           05  KF-FITMENT-KEY.
               10  KF-VEHICLE-MAKE     PIC X(15).
               10  KF-VEHICLE-MODEL    PIC X(15).
               10  KF-VEHICLE-YEAR     PIC 9(04).
               10  KF-PART-NUMBER      PIC X(10).
               10  KF-SUPPLIER-CODE    PIC X(10).
           05  KF-PART-NAME            PIC X(20).
           05  KF-WEEKS-LEAD-TIME      PIC 9(03).
       FD  FCHKPT.
           COPY 'CHKPT'.
       FD  FRUNHIST.
           COPY 'RUNHIST'.
       FD  FSUMRPT.
       01  OU-SUMRPT-LINE              PIC X(80).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *Clean output image of one merged or carried record, broken
      *out the way PARTMAIN lays it down (PARTSUP bytes 1-511), and
      *the named clean areas the keyed copies are built from.
       01  WS-MRG-IMAGE.
           05 WS-MRG-PARTS                 PIC X(67).
           05 WS-MRG-SUPPLIERS             PIC X(55).
           05 WS-MRG-ADDR-COUNT            PIC 9(02).
           05 WS-MRG-ADDRESS OCCURS 5 TIMES
                              INDEXED BY MA-IDX
                                           PIC X(46).
           05 WS-MRG-PO-COUNT              PIC 9(02).
           05 WS-MRG-PO OCCURS 5 TIMES
                              INDEXED BY MO-IDX
                                           PIC X(31).
           COPY 'PARTS'.
           COPY 'SUPLIERS'.
           COPY 'ADRESSES'.
           COPY 'PURCHRDS'.
       01  WS-ADDR-LIMIT                   PIC 9(02) VALUE 0.
       01  WS-PO-LIMIT                     PIC 9(02) VALUE 0.
       01  WS-HASH-PO-LIMIT                PIC 9(02) VALUE 0.
       01  WS-HASH-QTY                     PIC 9(05) VALUE 0.
       01  WS-TODAY-INTEGER                PIC S9(09) COMP-3.
       01  WS-DELIVERY-INTEGER             PIC S9(09) COMP-3.
       01  WS-WEEKS-UNTIL-DELIVERY         PIC S9(05) COMP-3.
      *Plant-by-plant merge table. An entry is made for every plant
      *with a section on the extract, a stream result, or records
      *on last night's output; each ends merged (M) or held (H).
       01  WS-MRG-PLANT-TABLE.
           05 WS-MRG-PLANT-COUNT           PIC 9(02) VALUE 0.
           05 WS-MRG-PLANT-ENTRY OCCURS 20 TIMES
                              INDEXED BY MP-IDX.
              10 MP-PLANT-ID               PIC X(03).
              10 MP-ON-EXTRACT             PIC X(01).
              10 MP-TRAILER-SEEN           PIC X(01).
              10 MP-EXTRACT-DATE           PIC 9(08).
              10 MP-EXPECTED-COUNT         PIC 9(09).
              10 MP-EXPECTED-HASH          PIC 9(12).
              10 MP-ACTUAL-COUNT           PIC 9(09).
              10 MP-ACTUAL-HASH            PIC 9(12).
              10 MP-RESULT-COUNT           PIC 9(02).
              10 MP-STREAM-NUMBER          PIC 9(01).
              10 MP-STREAM-STATUS          PIC X(04).
              10 MP-STREAM-WRITTEN         PIC 9(09).
              10 MP-STREAM-DELTAS          PIC 9(09).
              10 MP-OUTCOME                PIC X(01).
                88 MP-MERGED                         VALUE 'M'.
                88 MP-HELD                           VALUE 'H'.
              10 MP-REASON                 PIC X(30).
              10 MP-OUTPUT-TAKEN           PIC 9(09).
              10 MP-DELIM-TAKEN            PIC 9(09).
              10 MP-DELTA-TAKEN            PIC 9(09).
              10 MP-CARRIED                PIC 9(09).
              10 MP-BALANCED               PIC X(01).
       01  WS-CUR-PLANT-IDX                PIC 9(02) VALUE 0.
       01  WS-FIND-PLANT                   PIC X(03) VALUE SPACES.
       01  WS-DELIM-PIPE                   PIC 9(03) VALUE 0.
       01  WS-DELIM-PLANT                  PIC X(03) VALUE SPACES.
       01  WS-DELIM-PTR                    PIC 9(04) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-CURRENT-TIME-HHMMSS          PIC 9(06) VALUE 0.
      *Merged run totals: the merged streams' batch summary counters
      *summed, for the run history and the summary report.
       01  WS-MRG-TOTALS.
           05 WS-MRG-TOTAL-READ            PIC 9(09) VALUE 0.
           05 WS-MRG-TOTAL-WRITTEN         PIC 9(09) VALUE 0.
           05 WS-MRG-TOTAL-REJECTED        PIC 9(09) VALUE 0.
           05 WS-MRG-PARTEDIT-REJECTS      PIC 9(09) VALUE 0.
           05 WS-MRG-SUPPEDIT-REJECTS      PIC 9(09) VALUE 0.
           05 WS-MRG-ADDREDIT-REJECTS      PIC 9(09) VALUE 0.
           05 WS-MRG-POEDIT-REJECTS        PIC 9(09) VALUE 0.
           05 WS-MRG-LEADTIME-REJECTS      PIC 9(09) VALUE 0.
           05 WS-MRG-SUPMAST-REJECTS       PIC 9(09) VALUE 0.
           05 WS-MRG-ADDRVAL-REJECTS       PIC 9(09) VALUE 0.
           05 WS-MRG-TOTAL-DUPLICATE       PIC 9(09) VALUE 0.
           05 WS-MRG-RANGE-SKIPPED         PIC 9(09) VALUE 0.
           05 WS-MRG-PLANTS-MERGED         PIC 9(02) VALUE 0.
           05 WS-MRG-PLANTS-HELD           PIC 9(02) VALUE 0.
           05 WS-MRG-OUTPUT-WRITTEN        PIC 9(09) VALUE 0.
           05 WS-MRG-CARRIED               PIC 9(09) VALUE 0.
           05 WS-MRG-DELIM-WRITTEN         PIC 9(09) VALUE 0.
           05 WS-MRG-DELIM-CARRIED         PIC 9(09) VALUE 0.
           05 WS-MRG-ADDR-NOT-FOUND        PIC 9(09) VALUE 0.
           05 WS-MRG-DELTA-WRITTEN         PIC 9(09) VALUE 0.
           05 WS-MRG-DROPPED               PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-INPUT-EOF                 PIC X(01) VALUE 'N'.
             88 NO-MORE-INPUT                        VALUE 'Y'.
           05 WS-MERGE-BALANCE-SW          PIC X(01) VALUE 'N'.
             88 MERGE-OUT-OF-BALANCE                 VALUE 'Y'.
           05 WS-STRMRS-FOUND-SW           PIC X(01) VALUE 'N'.
             88 STREAM-RESULTS-FOUND                 VALUE 'Y'.
           05 FPARTSUP-ST                  PIC X(02).
             88 FPARTSUP-OK                          VALUE '00'.
           05 FSTRMRS-ST                   PIC X(02).
             88 FSTRMRS-OK                           VALUE '00'.
           05 FSTRMOUT-ST                  PIC X(02).
             88 FSTRMOUT-OK                          VALUE '00'.
           05 FSTRMDLM-ST                  PIC X(02).
             88 FSTRMDLM-OK                          VALUE '00'.
           05 FSTRMDLT-ST                  PIC X(02).
             88 FSTRMDLT-OK                          VALUE '00'.
           05 FPRIOR-ST                    PIC X(02).
             88 FPRIOR-OK                            VALUE '00'.
             88 FPRIOR-ABSENT                        VALUE '05' '35'.
           05 FOUTPUT-ST                   PIC X(02).
             88 FOUTPUT-OK                           VALUE '00'.
           05 FDELIM-ST                    PIC X(02).
             88 FDELIM-OK                            VALUE '00'.
           05 FDELTA-ST                    PIC X(02).
             88 FDELTA-OK                            VALUE '00'.
           05 FPARTS-ST                    PIC X(02).
             88 FPARTS-OK                            VALUE '00'.
           05 FSUPPS-ST                    PIC X(02).
             88 FSUPPS-OK                            VALUE '00'.
           05 FADDRS-ST                    PIC X(02).
             88 FADDRS-OK                            VALUE '00'.
           05 FPO-ST                       PIC X(02).
             88 FPO-OK                               VALUE '00'.
           05 FADDRMST-ST                  PIC X(02).
             88 FADDRMST-OK                          VALUE '00'.
             88 FADDRMST-NOTFND                      VALUE '23'.
           05 FPARTSK-ST                   PIC X(02).
             88 FPARTSK-OK                           VALUE '00'.
           05 FSUPPSK-ST                   PIC X(02).
             88 FSUPPSK-OK                           VALUE '00'.
           05 FXREFK-ST                    PIC X(02).
             88 FXREFK-OK                            VALUE '00'.
           05 FSXREFK-ST                   PIC X(02).
             88 FSXREFK-OK                           VALUE '00'.
           05 FFITX-ST                     PIC X(02).
             88 FFITX-OK                             VALUE '00'.
           05 FCHKPT-ST                    PIC X(02).
             88 FCHKPT-OK                            VALUE '00'.
           05 FRUNHIST-ST                  PIC X(02).
             88 FRUNHIST-OK                          VALUE '00' '05'.
           05 FSUMRPT-ST                   PIC X(02).
             88 FSUMRPT-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SCAN-EXTRACT.
           PERFORM 300-READ-STREAM-RESULTS.
           PERFORM 400-OPEN-OUTPUTS.
           PERFORM 500-MERGE-STREAM-OUTPUT.
           PERFORM 600-CARRY-PRIOR-OUTPUT.
           PERFORM 650-MERGE-STREAM-DELIM.
           PERFORM 700-MERGE-STREAM-DELTA.
           PERFORM 800-CHECK-MERGE-BALANCE.
           PERFORM 900-CLOSE.
           PERFORM 910-WRITE-SUMMARY.
           PERFORM 920-APPEND-RUN-HISTORY.
           EVALUATE TRUE
               WHEN MERGE-OUT-OF-BALANCE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MRG-PLANTS-HELD > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME-HHMMSS.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-YYYYMMDD).
      *The checkpoint is stamped incomplete before any side file is
      *touched, so a merge that dies leaves KEYSWAP refusing.
           MOVE 0 TO CHKPT-RECORDS-PROCESSED.
           MOVE SPACES TO CHKPT-LAST-PART-NUMBER.
           MOVE SPACES TO CHKPT-LAST-SUPPLIER-CODE.
           SET CHKPT-INCOMPLETE TO TRUE.
           OPEN OUTPUT FCHKPT.
           IF FCHKPT-OK
               WRITE CHKPT-RECORD
               CLOSE FCHKPT
           ELSE
               DISPLAY 'CHECKPOINT FILE PROBLEM ' FCHKPT-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *Recount the extract plant by plant: each HDR starts (or
      *resumes) a plant's section, its TRL carries the expected count
      *and PO-QUANTITY hash, and the data records between are counted
      *and hashed the way PARTMAIN does.
       200-SCAN-EXTRACT.
           OPEN INPUT FPARTSUP.
           IF NOT FPARTSUP-OK
               DISPLAY 'PARTSUP FILE PROBLEM ' FPARTSUP-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-CUR-PLANT-IDX.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 210-SCAN-ONE-RECORD UNTIL NO-MORE-INPUT.
           CLOSE FPARTSUP.
       210-SCAN-ONE-RECORD.
           READ FPARTSUP
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FPARTSUP-OK AND NOT NO-MORE-INPUT
               EVALUATE TRUE
                   WHEN CTL-HEADER-REC
                       MOVE CTL-PLANT-ID TO WS-FIND-PLANT
                       PERFORM 250-FIND-PLANT-ENTRY
                       IF WS-CUR-PLANT-IDX > 0
                           SET MP-IDX TO WS-CUR-PLANT-IDX
                           MOVE 'Y' TO MP-ON-EXTRACT(MP-IDX)
                           MOVE CTL-EXTRACT-DATE
                               TO MP-EXTRACT-DATE(MP-IDX)
                       END-IF
                   WHEN CTL-TRAILER-REC
                       IF WS-CUR-PLANT-IDX > 0
                           SET MP-IDX TO WS-CUR-PLANT-IDX
                           MOVE 'Y' TO MP-TRAILER-SEEN(MP-IDX)
                           ADD CTL-RECORD-COUNT
                               TO MP-EXPECTED-COUNT(MP-IDX)
                           ADD CTL-QUANTITY-HASH
                               TO MP-EXPECTED-HASH(MP-IDX)
                       END-IF
                   WHEN OTHER
                       IF WS-CUR-PLANT-IDX > 0
                           SET MP-IDX TO WS-CUR-PLANT-IDX
                           ADD 1 TO MP-ACTUAL-COUNT(MP-IDX)
                           PERFORM 220-ACCUMULATE-QUANTITY-HASH
                       END-IF
               END-EVALUATE
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'PARTSUP FILE PROBLEM ' FPARTSUP-ST
                   CLOSE FPARTSUP
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
       220-ACCUMULATE-QUANTITY-HASH.
           MOVE 0 TO WS-HASH-PO-LIMIT.
           IF PO-COUNT IS NUMERIC
               COMPUTE WS-HASH-PO-LIMIT = FUNCTION MIN(PO-COUNT 5)
           END-IF.
           IF WS-HASH-PO-LIMIT > 0
               PERFORM VARYING PO-IDX FROM 1 BY 1
                       UNTIL PO-IDX > WS-HASH-PO-LIMIT
                   IF PURCHASE-ORDER(PO-IDX)(11:5) IS NUMERIC
                       MOVE PURCHASE-ORDER(PO-IDX)(11:5)
                           TO WS-HASH-QTY
                       ADD WS-HASH-QTY TO MP-ACTUAL-HASH(MP-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      *Find or add the plant in WS-FIND-PLANT. A new plant starts
      *held for want of a stream result; 310 decides otherwise.
       250-FIND-PLANT-ENTRY.
           MOVE 0 TO WS-CUR-PLANT-IDX.
           IF WS-MRG-PLANT-COUNT > 0
               PERFORM VARYING MP-IDX FROM 1 BY 1
                       UNTIL MP-IDX > WS-MRG-PLANT-COUNT
                   IF MP-PLANT-ID(MP-IDX) = WS-FIND-PLANT
                       SET WS-CUR-PLANT-IDX TO MP-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CUR-PLANT-IDX = 0
               IF WS-MRG-PLANT-COUNT < 20
                   ADD 1 TO WS-MRG-PLANT-COUNT
                   MOVE WS-MRG-PLANT-COUNT TO WS-CUR-PLANT-IDX
                   SET MP-IDX TO WS-CUR-PLANT-IDX
                   INITIALIZE WS-MRG-PLANT-ENTRY(MP-IDX)
                   MOVE WS-FIND-PLANT TO MP-PLANT-ID(MP-IDX)
                   MOVE 'N' TO MP-ON-EXTRACT(MP-IDX)
                   MOVE 'N' TO MP-TRAILER-SEEN(MP-IDX)
                   MOVE 'N' TO MP-BALANCED(MP-IDX)
                   SET MP-HELD(MP-IDX) TO TRUE
                   MOVE 'NO STREAM RESULT' TO MP-REASON(MP-IDX)
               ELSE
                   DISPLAY 'PLANT TABLE FULL, PLANT NOT MERGED: '
                           WS-FIND-PLANT
                   MOVE 'Y' TO WS-MERGE-BALANCE-SW
               END-IF
           END-IF.
      *One result per stream. Decide each plant as its result is
      *read; the merged streams' counters are totalled afterwards,
      *once every plant's outcome is settled.
       300-READ-STREAM-RESULTS.
           OPEN INPUT FSTRMRS.
           IF FSTRMRS-OK
               MOVE 'Y' TO WS-STRMRS-FOUND-SW
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 310-DECIDE-ONE-STREAM UNTIL NO-MORE-INPUT
               CLOSE FSTRMRS
           ELSE
               DISPLAY 'STREAM RESULT FILE PROBLEM ' FSTRMRS-ST
                       ' - EVERY PLANT HELD BACK'
           END-IF.
           PERFORM 320-NOT-ON-EXTRACT.
           IF STREAM-RESULTS-FOUND
               OPEN INPUT FSTRMRS
               IF FSTRMRS-OK
                   MOVE 'N' TO WS-INPUT-EOF
                   PERFORM 330-TOTAL-ONE-STREAM UNTIL NO-MORE-INPUT
                   CLOSE FSTRMRS
               END-IF
           END-IF.
       310-DECIDE-ONE-STREAM.
           READ FSTRMRS
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FSTRMRS-OK AND NOT NO-MORE-INPUT
               MOVE SR-PLANT-ID TO WS-FIND-PLANT
               PERFORM 250-FIND-PLANT-ENTRY
               IF WS-CUR-PLANT-IDX > 0
                   SET MP-IDX TO WS-CUR-PLANT-IDX
                   ADD 1 TO MP-RESULT-COUNT(MP-IDX)
                   MOVE SR-STREAM-NUMBER TO MP-STREAM-NUMBER(MP-IDX)
                   MOVE SR-STATUS TO MP-STREAM-STATUS(MP-IDX)
                   MOVE SR-TOTAL-WRITTEN TO MP-STREAM-WRITTEN(MP-IDX)
                   COMPUTE MP-STREAM-DELTAS(MP-IDX) = SR-DELTA-ADDS
                       + SR-DELTA-CHANGES + SR-DELTA-DELETES
                   SET MP-HELD(MP-IDX) TO TRUE
                   EVALUATE TRUE
                       WHEN MP-RESULT-COUNT(MP-IDX) > 1
                           MOVE 'MORE THAN ONE STREAM RESULT'
                               TO MP-REASON(MP-IDX)
                       WHEN MP-ON-EXTRACT(MP-IDX) NOT = 'Y'
                           MOVE 'NO SECTION ON EXTRACT'
                               TO MP-REASON(MP-IDX)
                       WHEN MP-TRAILER-SEEN(MP-IDX) NOT = 'Y'
                           MOVE 'NO TRAILER ON EXTRACT'
                               TO MP-REASON(MP-IDX)
                       WHEN SR-STREAM-RUNNING
                           MOVE 'STREAM DID NOT FINISH'
                               TO MP-REASON(MP-IDX)
                       WHEN SR-STREAM-ABORTED
                           MOVE 'STREAM STOPPED BY ABORTPCT'
                               TO MP-REASON(MP-IDX)
                       WHEN SR-STREAM-OUT-OF-BALANCE
                           MOVE 'STREAM OUT OF BALANCE'
                               TO MP-REASON(MP-IDX)
                       WHEN NOT SR-STREAM-OK
                           MOVE 'STREAM STATUS NOT KNOWN'
                               TO MP-REASON(MP-IDX)
                       WHEN SR-RUN-MODE NOT = 'FULL '
                           MOVE 'STREAM DID NOT RUN FULL'
                               TO MP-REASON(MP-IDX)
                       WHEN SR-EXTRACT-DATE
                               NOT = MP-EXTRACT-DATE(MP-IDX)
                           MOVE 'STREAM RAN A DIFFERENT EXTRACT'
                               TO MP-REASON(MP-IDX)
                       WHEN MP-EXPECTED-COUNT(MP-IDX)
                               NOT = MP-ACTUAL-COUNT(MP-IDX)
                         OR MP-EXPECTED-HASH(MP-IDX)
                               NOT = MP-ACTUAL-HASH(MP-IDX)
                           MOVE 'SECTION OUT OF BALANCE'
                               TO MP-REASON(MP-IDX)
                       WHEN SR-EXPECTED-COUNT
                               NOT = MP-EXPECTED-COUNT(MP-IDX)
                         OR SR-ACTUAL-COUNT
                               NOT = MP-ACTUAL-COUNT(MP-IDX)
                         OR SR-EXPECTED-HASH
                               NOT = MP-EXPECTED-HASH(MP-IDX)
                         OR SR-ACTUAL-HASH
                               NOT = MP-ACTUAL-HASH(MP-IDX)
                           MOVE 'STREAM DOES NOT MATCH SECTION'
                               TO MP-REASON(MP-IDX)
                       WHEN OTHER
                           SET MP-MERGED(MP-IDX) TO TRUE
                           MOVE SPACES TO MP-REASON(MP-IDX)
                   END-EVALUATE
               END-IF
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'STREAM RESULT FILE PROBLEM ' FSTRMRS-ST
                   MOVE 'Y' TO WS-INPUT-EOF
               END-IF
           END-IF.
      *A plant with no section on the extract is held whatever else
      *is known about it; a plant merges only once.
       320-NOT-ON-EXTRACT.
           IF WS-MRG-PLANT-COUNT > 0
               PERFORM VARYING MP-IDX FROM 1 BY 1
                       UNTIL MP-IDX > WS-MRG-PLANT-COUNT
                   IF MP-ON-EXTRACT(MP-IDX) NOT = 'Y'
                       SET MP-HELD(MP-IDX) TO TRUE
                       MOVE 'NO SECTION ON EXTRACT'
                           TO MP-REASON(MP-IDX)
                   END-IF
               END-PERFORM
           END-IF.
       330-TOTAL-ONE-STREAM.
           READ FSTRMRS
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FSTRMRS-OK AND NOT NO-MORE-INPUT
               MOVE SR-PLANT-ID TO WS-FIND-PLANT
               PERFORM 250-FIND-PLANT-ENTRY
               IF WS-CUR-PLANT-IDX > 0
                   SET MP-IDX TO WS-CUR-PLANT-IDX
                   IF MP-MERGED(MP-IDX)
                       ADD SR-TOTAL-READ TO WS-MRG-TOTAL-READ
                       ADD SR-TOTAL-WRITTEN TO WS-MRG-TOTAL-WRITTEN
                       ADD SR-TOTAL-REJECTED TO WS-MRG-TOTAL-REJECTED
                       ADD SR-PARTEDIT-REJECTS
                           TO WS-MRG-PARTEDIT-REJECTS
                       ADD SR-SUPPEDIT-REJECTS
                           TO WS-MRG-SUPPEDIT-REJECTS
                       ADD SR-ADDREDIT-REJECTS
                           TO WS-MRG-ADDREDIT-REJECTS
                       ADD SR-POEDIT-REJECTS TO WS-MRG-POEDIT-REJECTS
                       ADD SR-LEADTIME-REJECTS
                           TO WS-MRG-LEADTIME-REJECTS
                       ADD SR-SUPMAST-REJECTS
                           TO WS-MRG-SUPMAST-REJECTS
                       ADD SR-ADDRVAL-REJECTS
                           TO WS-MRG-ADDRVAL-REJECTS
                       ADD SR-TOTAL-DUPLICATE
                           TO WS-MRG-TOTAL-DUPLICATE
                       ADD SR-RANGE-SKIPPED TO WS-MRG-RANGE-SKIPPED
                   END-IF
               END-IF
           ELSE
               IF NOT NO-MORE-INPUT
                   MOVE 'Y' TO WS-INPUT-EOF
               END-IF
           END-IF.
      *The combined outputs are built fresh each night; the keyed
      *side files are emptied and reopened I-O so duplicate keys
      *refresh in place, as in PARTMAIN.
       400-OPEN-OUTPUTS.
           OPEN OUTPUT FOUTPUT.
           IF NOT FOUTPUT-OK
               DISPLAY 'OUTPUT FILE PROBLEM ' FOUTPUT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FDELIM.
           IF NOT FDELIM-OK
               DISPLAY 'DELIMITED FILE PROBLEM ' FDELIM-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FDELTA.
           IF NOT FDELTA-OK
               DISPLAY 'DELTA FILE PROBLEM ' FDELTA-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FPARTS FSUPPS FADDRS FPO.
           IF NOT FPARTS-OK OR NOT FSUPPS-OK OR NOT FADDRS-OK
              OR NOT FPO-OK
               DISPLAY 'FLAT OUTPUT FILE PROBLEM P=' FPARTS-ST
                       ' S=' FSUPPS-ST ' A=' FADDRS-ST
                       ' O=' FPO-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
      *Read only: every address on a merged or carried record was
      *filed by a stream tonight or on an earlier night.
           OPEN INPUT FADDRMST.
           IF NOT FADDRMST-OK
               DISPLAY 'ADDRESS MASTER FILE PROBLEM ' FADDRMST-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FPARTSK.
           IF FPARTSK-OK
               CLOSE FPARTSK
           END-IF.
           OPEN I-O FPARTSK.
           IF NOT FPARTSK-OK
               DISPLAY 'KEYED PARTS FILE PROBLEM ' FPARTSK-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FSUPPSK.
           IF FSUPPSK-OK
               CLOSE FSUPPSK
           END-IF.
           OPEN I-O FSUPPSK.
           IF NOT FSUPPSK-OK
               DISPLAY 'KEYED SUPPLIERS FILE PROBLEM ' FSUPPSK-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FXREFK.
           IF FXREFK-OK
               CLOSE FXREFK
           END-IF.
           OPEN I-O FXREFK.
           IF NOT FXREFK-OK
               DISPLAY 'KEYED XREF FILE PROBLEM ' FXREFK-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FSXREFK.
           IF FSXREFK-OK
               CLOSE FSXREFK
           END-IF.
           OPEN I-O FSXREFK.
           IF NOT FSXREFK-OK
               DISPLAY 'KEYED SUPPLIER XREF FILE PROBLEM ' FSXREFK-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FFITX.
           IF FFITX-OK
               CLOSE FFITX
           END-IF.
           OPEN I-O FFITX.
           IF NOT FFITX-OK
               DISPLAY 'FITMENT XREF FILE PROBLEM ' FFITX-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
      *Merged plants' clean records, in stream order.***************
       500-MERGE-STREAM-OUTPUT.
           OPEN INPUT FSTRMOUT.
           IF NOT FSTRMOUT-OK
               DISPLAY 'STREAM OUTPUT FILE PROBLEM ' FSTRMOUT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 510-MERGE-ONE-OUTPUT UNTIL NO-MORE-INPUT.
           CLOSE FSTRMOUT.
       510-MERGE-ONE-OUTPUT.
           READ FSTRMOUT
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FSTRMOUT-OK AND NOT NO-MORE-INPUT
               MOVE IN-STRM-PLANT TO WS-FIND-PLANT
               PERFORM 260-LOOK-UP-PLANT
               IF WS-CUR-PLANT-IDX > 0
                   SET MP-IDX TO WS-CUR-PLANT-IDX
               END-IF
               IF WS-CUR-PLANT-IDX > 0 AND MP-MERGED(MP-IDX)
                   MOVE IN-STRM-OUTPUT TO OU-OUTPUT
                   PERFORM 550-FILE-OUTPUT-RECORD
                   ADD 1 TO MP-OUTPUT-TAKEN(MP-IDX)
               ELSE
                   ADD 1 TO WS-MRG-DROPPED
               END-IF
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'STREAM OUTPUT FILE PROBLEM ' FSTRMOUT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
      *Look a plant up without adding it.***************************
       260-LOOK-UP-PLANT.
           MOVE 0 TO WS-CUR-PLANT-IDX.
           IF WS-MRG-PLANT-COUNT > 0
               PERFORM VARYING MP-IDX FROM 1 BY 1
                       UNTIL MP-IDX > WS-MRG-PLANT-COUNT
                   IF MP-PLANT-ID(MP-IDX) = WS-FIND-PLANT
                       SET WS-CUR-PLANT-IDX TO MP-IDX
                   END-IF
               END-PERFORM
           END-IF.
      *Write one combined output record and its keyed copies. The
      *address and PO areas are rebuilt from the image as PARTMAIN
      *builds them: counts capped at 5 and each PO's lead-time late
      *flag worked out against today's date.
       550-FILE-OUTPUT-RECORD.
           WRITE OU-OUTPUT.
           IF NOT FOUTPUT-OK
               DISPLAY 'OUTPUT FILE WRITE PROBLEM ' FOUTPUT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           ADD 1 TO WS-MRG-OUTPUT-WRITTEN.
           MOVE OU-OUT-IMAGE TO WS-MRG-IMAGE.
           MOVE WS-MRG-PARTS TO OU-PARTS.
           MOVE WS-MRG-SUPPLIERS TO OU-SUPPLIERS.
           MOVE SPACES TO OU-SUPP-ADDRESSES-MAIN.
           MOVE 0 TO WS-ADDR-LIMIT.
           IF WS-MRG-ADDR-COUNT IS NUMERIC
               COMPUTE WS-ADDR-LIMIT =
                   FUNCTION MIN(WS-MRG-ADDR-COUNT 5)
           END-IF.
           MOVE WS-ADDR-LIMIT TO OU-SUPP-ADDRESS-COUNT.
           IF WS-ADDR-LIMIT > 0
               PERFORM VARYING MA-IDX FROM 1 BY 1
                       UNTIL MA-IDX > WS-ADDR-LIMIT
                   SET OU-ADDR-IDX TO MA-IDX
                   MOVE WS-MRG-ADDRESS(MA-IDX)
                       TO OU-SUPP-ADDRESS(OU-ADDR-IDX)
               END-PERFORM
           END-IF.
           MOVE SPACES TO OU-PO-MAIN.
           MOVE 0 TO WS-PO-LIMIT.
           IF WS-MRG-PO-COUNT IS NUMERIC
               COMPUTE WS-PO-LIMIT = FUNCTION MIN(WS-MRG-PO-COUNT 5)
           END-IF.
           MOVE WS-PO-LIMIT TO OU-PO-COUNT.
           IF WS-PO-LIMIT > 0
               PERFORM VARYING MO-IDX FROM 1 BY 1
                       UNTIL MO-IDX > WS-PO-LIMIT
                   SET OU-PO-IDX TO MO-IDX
                   MOVE WS-MRG-PO(MO-IDX)
                       TO OU-PURCHASE-ORDER(OU-PO-IDX)
                   SET PO-LEAD-TIME-LATE-NO(OU-PO-IDX) TO TRUE
                   PERFORM 555-SET-LATE-FLAG
               END-PERFORM
           END-IF.
           PERFORM 560-WRITE-KEYED-COPIES.
           PERFORM 570-WRITE-FLAT-FILES.
       555-SET-LATE-FLAG.
           IF PO-REQUESTED-DELIVERY-DATE(OU-PO-IDX) IS NUMERIC
              AND PO-REQUESTED-DELIVERY-DATE(OU-PO-IDX) > 0
              AND WEEKS-LEAD-TIME IS NUMERIC
               COMPUTE WS-DELIVERY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       PO-REQUESTED-DELIVERY-DATE(OU-PO-IDX))
               COMPUTE WS-WEEKS-UNTIL-DELIVERY =
                   (WS-DELIVERY-INTEGER - WS-TODAY-INTEGER) / 7
               IF WS-WEEKS-UNTIL-DELIVERY < WEEKS-LEAD-TIME
                   SET PO-LEAD-TIME-LATE-YES(OU-PO-IDX) TO TRUE
               END-IF
           END-IF.
       560-WRITE-KEYED-COPIES.
           MOVE OU-PARTS TO KP-PART-RECORD.
           WRITE KP-PART-RECORD
               INVALID KEY
                   REWRITE KP-PART-RECORD
           END-WRITE.
           IF NOT FPARTSK-OK
               DISPLAY 'KEYED PARTS WRITE PROBLEM ' FPARTSK-ST
           END-IF.
           MOVE OU-SUPPLIERS TO KS-SUPP-RECORD.
           WRITE KS-SUPP-RECORD
               INVALID KEY
                   REWRITE KS-SUPP-RECORD
           END-WRITE.
           IF NOT FSUPPSK-OK
               DISPLAY 'KEYED SUPPLIERS WRITE PROBLEM ' FSUPPSK-ST
           END-IF.
           MOVE PART-NUMBER TO KX-PART-NUMBER.
           MOVE SUPPLIER-CODE TO KX-SUPPLIER-CODE.
           MOVE OU-PARTS TO KX-IMAGE(1:67).
           MOVE OU-SUPPLIERS TO KX-IMAGE(68:55).
           MOVE OU-SUPP-ADDRESSES-MAIN TO KX-IMAGE(123:232).
           MOVE OU-PO-MAIN TO KX-IMAGE(355:162).
           WRITE KX-XREF-RECORD
               INVALID KEY
                   REWRITE KX-XREF-RECORD
           END-WRITE.
           IF NOT FXREFK-OK
               DISPLAY 'KEYED XREF WRITE PROBLEM ' FXREFK-ST
           END-IF.
           MOVE SUPPLIER-CODE TO KY-SUPPLIER-CODE.
           MOVE PART-NUMBER TO KY-PART-NUMBER.
           MOVE KX-IMAGE TO KY-IMAGE.
           WRITE KY-SXREF-RECORD
               INVALID KEY
                   REWRITE KY-SXREF-RECORD
           END-WRITE.
           IF NOT FSXREFK-OK
               DISPLAY 'KEYED SUPPLIER XREF WRITE PROBLEM ' FSXREFK-ST
           END-IF.
           MOVE VEHICLE-MAKE TO KF-VEHICLE-MAKE.
           MOVE VEHICLE-MODEL TO KF-VEHICLE-MODEL.
           MOVE VEHICLE-YEAR TO KF-VEHICLE-YEAR.
           MOVE PART-NUMBER TO KF-PART-NUMBER.
           MOVE SUPPLIER-CODE TO KF-SUPPLIER-CODE.
           MOVE PART-NAME TO KF-PART-NAME.
           MOVE WEEKS-LEAD-TIME TO KF-WEEKS-LEAD-TIME.
           WRITE KF-FITMENT-RECORD
               INVALID KEY
                   REWRITE KF-FITMENT-RECORD
           END-WRITE.
           IF NOT FFITX-OK
               DISPLAY 'FITMENT XREF WRITE PROBLEM ' FFITX-ST
           END-IF.
      *FPARTS, FSUPPS, FADDRS and FPO as PARTMAIN writes them: the
      *address cross-reference carries each address's ID from the
      *address master.
       570-WRITE-FLAT-FILES.
           MOVE OU-PARTS TO OU-FLAT-PARTS.
           WRITE OU-FLAT-PARTS.
           MOVE OU-SUPPLIERS TO OU-FLAT-SUPPLIERS.
           WRITE OU-FLAT-SUPPLIERS.
           MOVE SPACES TO OU-ADDR-XREF.
           MOVE PART-NUMBER TO AX-PART-NUMBER.
           MOVE SUPPLIER-CODE TO AX-SUPPLIER-CODE.
           MOVE WS-ADDR-LIMIT TO AX-ADDRESS-COUNT.
           PERFORM VARYING AX-IDX FROM 1 BY 1 UNTIL AX-IDX > 5
               MOVE 0 TO AX-ADDRESS-ID(AX-IDX)
           END-PERFORM.
           IF WS-ADDR-LIMIT > 0
               PERFORM 575-LOOK-UP-ONE-ADDRESS
                   VARYING MA-IDX FROM 1 BY 1
                   UNTIL MA-IDX > WS-ADDR-LIMIT
           END-IF.
           WRITE OU-ADDR-XREF.
           MOVE OU-PO-MAIN TO OU-FLAT-PO.
           WRITE OU-FLAT-PO.
           IF NOT FPARTS-OK OR NOT FSUPPS-OK OR NOT FADDRS-OK
              OR NOT FPO-OK
               DISPLAY 'FLAT OUTPUT WRITE PROBLEM P=' FPARTS-ST
                       ' S=' FSUPPS-ST ' A=' FADDRS-ST
                       ' O=' FPO-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
       575-LOOK-UP-ONE-ADDRESS.
           MOVE WS-MRG-ADDRESS(MA-IDX) TO AM-ADDRESS-TEXT.
           READ FADDRMST
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN FADDRMST-OK
                   SET AX-IDX TO MA-IDX
                   MOVE AM-ADDRESS-ID TO AX-ADDRESS-ID(AX-IDX)
               WHEN FADDRMST-NOTFND
                   ADD 1 TO WS-MRG-ADDR-NOT-FOUND
                   DISPLAY 'ADDRESS NOT ON ADDRESS MASTER, PART '
                           PART-NUMBER ' SUPPLIER ' SUPPLIER-CODE
               WHEN OTHER
                   DISPLAY 'ADDRESS MASTER READ PROBLEM ' FADDRMST-ST
                   PERFORM 850-FILE-FAILURE
           END-EVALUATE.
      *Held plants keep last night's records. A plant found only on
      *FPRIOR has no section tonight and is held on that account.
      *No FPRIOR (no clean generation yet) means nothing to carry.
       600-CARRY-PRIOR-OUTPUT.
           OPEN INPUT FPRIOR.
           IF FPRIOR-ABSENT
               IF FPRIOR-ST = '05'
                   CLOSE FPRIOR
               END-IF
           ELSE
               IF NOT FPRIOR-OK
                   DISPLAY 'PRIOR OUTPUT FILE PROBLEM ' FPRIOR-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM 610-CARRY-ONE-PRIOR UNTIL NO-MORE-INPUT
               CLOSE FPRIOR
           END-IF.
       610-CARRY-ONE-PRIOR.
           READ FPRIOR
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FPRIOR-OK AND NOT NO-MORE-INPUT
               MOVE IN-PRIOR-PLANT TO WS-FIND-PLANT
               PERFORM 250-FIND-PLANT-ENTRY
               IF WS-CUR-PLANT-IDX > 0
                   SET MP-IDX TO WS-CUR-PLANT-IDX
                   IF MP-ON-EXTRACT(MP-IDX) NOT = 'Y'
                       MOVE 'NO SECTION ON EXTRACT'
                           TO MP-REASON(MP-IDX)
                   END-IF
                   IF MP-HELD(MP-IDX)
                       MOVE IN-PRIOR TO OU-OUTPUT
                       PERFORM 550-FILE-OUTPUT-RECORD
                       PERFORM 620-WRITE-CARRIED-DELIM
                       ADD 1 TO MP-CARRIED(MP-IDX)
                       ADD 1 TO WS-MRG-CARRIED
                   END-IF
               END-IF
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'PRIOR OUTPUT FILE PROBLEM ' FPRIOR-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
      *A carried record's delimited line, laid down field for field
      *as PARTMAIN lays it down from the same image, plant, cost and
      *override flags.
       620-WRITE-CARRIED-DELIM.
           MOVE SPACES TO OU-DELIM-LINE.
           MOVE 1 TO WS-DELIM-PTR.
           STRING FUNCTION TRIM(PART-NUMBER)    DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  FUNCTION TRIM(PART-NAME)      DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  WEEKS-LEAD-TIME               DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  FUNCTION TRIM(VEHICLE-MODEL)  DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  FUNCTION TRIM(VEHICLE-MAKE)   DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  VEHICLE-YEAR                  DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  FUNCTION TRIM(SUPPLIER-CODE)  DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  FUNCTION TRIM(SUPPLIER-NAME)  DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  SUPPLIER-PERF                 DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  SUPPLIER-RATING               DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  SUPPLIER-STATUS               DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  SUPPLIER-ACT-DATE             DELIMITED BY SIZE
                  INTO OU-DELIM-LINE
                  WITH POINTER WS-DELIM-PTR
           END-STRING.
           IF WS-ADDR-LIMIT > 0
               PERFORM VARYING MA-IDX FROM 1 BY 1
                       UNTIL MA-IDX > WS-ADDR-LIMIT
                   STRING '|'                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MRG-ADDRESS(MA-IDX))
                                                      DELIMITED BY SIZE
                          INTO OU-DELIM-LINE
                          WITH POINTER WS-DELIM-PTR
                   END-STRING
               END-PERFORM
           END-IF.
           IF WS-PO-LIMIT > 0
               PERFORM VARYING MO-IDX FROM 1 BY 1
                       UNTIL MO-IDX > WS-PO-LIMIT
                   STRING '|'                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MRG-PO(MO-IDX))
                                                      DELIMITED BY SIZE
                          INTO OU-DELIM-LINE
                          WITH POINTER WS-DELIM-PTR
                   END-STRING
               END-PERFORM
           END-IF.
           STRING '|'                        DELIMITED BY SIZE
                  OU-OUT-PLANT               DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  OU-OUT-COST                DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  OU-OUT-OVERRIDE            DELIMITED BY SIZE
                  INTO OU-DELIM-LINE
                  WITH POINTER WS-DELIM-PTR
           END-STRING.
           WRITE OU-DELIM-LINE.
           IF NOT FDELIM-OK
               DISPLAY 'DELIMITED FILE WRITE PROBLEM ' FDELIM-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           ADD 1 TO WS-MRG-DELIM-CARRIED.
           ADD 1 TO WS-MRG-DELIM-WRITTEN.
      *Merged plants' delimited lines. The plant sits between the
      *last three '|' of every line (...|plant|cost|flags), so it is
      *found by scanning back from the end of the line.
       650-MERGE-STREAM-DELIM.
           OPEN INPUT FSTRMDLM.
           IF NOT FSTRMDLM-OK
               DISPLAY 'STREAM DELIMITED FILE PROBLEM ' FSTRMDLM-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 660-MERGE-ONE-DELIM UNTIL NO-MORE-INPUT.
           CLOSE FSTRMDLM.
       660-MERGE-ONE-DELIM.
           READ FSTRMDLM
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FSTRMDLM-OK AND NOT NO-MORE-INPUT
               PERFORM 670-FIND-DELIM-PLANT
               MOVE WS-DELIM-PLANT TO WS-FIND-PLANT
               PERFORM 260-LOOK-UP-PLANT
               IF WS-CUR-PLANT-IDX > 0
                   SET MP-IDX TO WS-CUR-PLANT-IDX
               END-IF
               IF WS-CUR-PLANT-IDX > 0 AND MP-MERGED(MP-IDX)
                   MOVE IN-STRM-DELIM-LINE TO OU-DELIM-LINE
                   WRITE OU-DELIM-LINE
                   IF NOT FDELIM-OK
                       DISPLAY 'DELIMITED FILE WRITE PROBLEM '
                               FDELIM-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO MP-DELIM-TAKEN(MP-IDX)
                   ADD 1 TO WS-MRG-DELIM-WRITTEN
               END-IF
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'STREAM DELIMITED FILE PROBLEM '
                           FSTRMDLM-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
       670-FIND-DELIM-PLANT.
           MOVE SPACES TO WS-DELIM-PLANT.
           MOVE 0 TO WS-DELIM-PIPE.
           PERFORM VARYING WS-DELIM-PIPE FROM 600 BY -1
                   UNTIL WS-DELIM-PIPE < 13
                      OR IN-STRM-DELIM-LINE(WS-DELIM-PIPE:1) = '|'
               CONTINUE
           END-PERFORM.
           IF WS-DELIM-PIPE NOT < 13
               IF IN-STRM-DELIM-LINE(WS-DELIM-PIPE - 8:1) = '|'
                  AND IN-STRM-DELIM-LINE(WS-DELIM-PIPE - 12:1) = '|'
                   MOVE IN-STRM-DELIM-LINE(WS-DELIM-PIPE - 11:3)
                       TO WS-DELIM-PLANT
               END-IF
           END-IF.
      *Merged plants' deltas; a held plant sends none tonight.******
       700-MERGE-STREAM-DELTA.
           OPEN INPUT FSTRMDLT.
           IF NOT FSTRMDLT-OK
               DISPLAY 'STREAM DELTA FILE PROBLEM ' FSTRMDLT-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE 'N' TO WS-INPUT-EOF.
           PERFORM 710-MERGE-ONE-DELTA UNTIL NO-MORE-INPUT.
           CLOSE FSTRMDLT.
       710-MERGE-ONE-DELTA.
           READ FSTRMDLT
               AT END MOVE 'Y' TO WS-INPUT-EOF
           END-READ.
           IF FSTRMDLT-OK AND NOT NO-MORE-INPUT
               MOVE IN-DLT-PLANT TO WS-FIND-PLANT
               PERFORM 260-LOOK-UP-PLANT
               IF WS-CUR-PLANT-IDX > 0
                   SET MP-IDX TO WS-CUR-PLANT-IDX
               END-IF
               IF WS-CUR-PLANT-IDX > 0 AND MP-MERGED(MP-IDX)
                   MOVE IN-STRM-DELTA TO OU-DELTA
                   WRITE OU-DELTA
                   IF NOT FDELTA-OK
                       DISPLAY 'DELTA FILE WRITE PROBLEM ' FDELTA-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO MP-DELTA-TAKEN(MP-IDX)
                   ADD 1 TO WS-MRG-DELTA-WRITTEN
               END-IF
           ELSE
               IF NOT NO-MORE-INPUT
                   DISPLAY 'STREAM DELTA FILE PROBLEM ' FSTRMDLT-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
      *Every merged plant must have handed over one delimited line
      *per output record, and no fewer records or deltas than its
      *stream reports. A stream resumed from a checkpoint extends
      *its files past the last attempt's counts, hence not fewer
      *rather than equal.
       800-CHECK-MERGE-BALANCE.
           IF WS-MRG-PLANT-COUNT > 0
               PERFORM VARYING MP-IDX FROM 1 BY 1
                       UNTIL MP-IDX > WS-MRG-PLANT-COUNT
                   IF MP-MERGED(MP-IDX)
                       ADD 1 TO WS-MRG-PLANTS-MERGED
                       IF MP-OUTPUT-TAKEN(MP-IDX)
                               = MP-DELIM-TAKEN(MP-IDX)
                          AND MP-OUTPUT-TAKEN(MP-IDX)
                               NOT < MP-STREAM-WRITTEN(MP-IDX)
                          AND MP-DELTA-TAKEN(MP-IDX)
                               NOT < MP-STREAM-DELTAS(MP-IDX)
                           MOVE 'Y' TO MP-BALANCED(MP-IDX)
                       ELSE
                           MOVE 'N' TO MP-BALANCED(MP-IDX)
                           MOVE 'Y' TO WS-MERGE-BALANCE-SW
                       END-IF
                   ELSE
                       ADD 1 TO WS-MRG-PLANTS-HELD
                   END-IF
               END-PERFORM
           END-IF.
       850-FILE-FAILURE.
           DISPLAY 'PARTMRG: MERGE STOPPED - KEYED FILES NOT RELEASED'.
           CLOSE FOUTPUT.
           CLOSE FDELIM.
           CLOSE FDELTA.
           CLOSE FPARTS FSUPPS FADDRS FPO.
           CLOSE FADDRMST.
           CLOSE FPARTSK.
           CLOSE FSUPPSK.
           CLOSE FXREFK.
           CLOSE FSXREFK.
           CLOSE FFITX.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
      *Close the combined outputs; a balanced merge releases the
      *side files to KEYSWAP.
       900-CLOSE.
           CLOSE FOUTPUT.
           CLOSE FDELIM.
           CLOSE FDELTA.
           CLOSE FPARTS FSUPPS FADDRS FPO.
           CLOSE FADDRMST.
           CLOSE FPARTSK.
           CLOSE FSUPPSK.
           CLOSE FXREFK.
           CLOSE FSXREFK.
           CLOSE FFITX.
           IF NOT MERGE-OUT-OF-BALANCE
               MOVE 0 TO CHKPT-RECORDS-PROCESSED
               MOVE SPACES TO CHKPT-LAST-PART-NUMBER
               MOVE SPACES TO CHKPT-LAST-SUPPLIER-CODE
               SET CHKPT-COMPLETE TO TRUE
               OPEN OUTPUT FCHKPT
               IF FCHKPT-OK
                   WRITE CHKPT-RECORD
                   CLOSE FCHKPT
               ELSE
                   DISPLAY 'CHECKPOINT FILE PROBLEM ' FCHKPT-ST
               END-IF
           END-IF.
      *Merged batch summary, plant by plant.************************
       910-WRITE-SUMMARY.
           OPEN OUTPUT FSUMRPT.
           IF NOT FSUMRPT-OK
               DISPLAY 'SUMMARY REPORT FILE PROBLEM ' FSUMRPT-ST
           ELSE
               MOVE 'PARTMAIN BATCH SUMMARY - MERGED PLANT STREAMS'
                   TO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'RUN MODE          : FULL'
                                              DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'PLANTS MERGED     : ' DELIMITED BY SIZE
                      WS-MRG-PLANTS-MERGED    DELIMITED BY SIZE
                      '  HELD BACK : '        DELIMITED BY SIZE
                      WS-MRG-PLANTS-HELD      DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'RECORDS READ      : ' DELIMITED BY SIZE
                      WS-MRG-TOTAL-READ       DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'RECORDS WRITTEN   : ' DELIMITED BY SIZE
                      WS-MRG-OUTPUT-WRITTEN   DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'RECORDS REJECTED  : ' DELIMITED BY SIZE
                      WS-MRG-TOTAL-REJECTED   DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'DUPLICATES SKIPPED: ' DELIMITED BY SIZE
                      WS-MRG-TOTAL-DUPLICATE  DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'OUTPUT RECORDS    : ' DELIMITED BY SIZE
                      WS-MRG-OUTPUT-WRITTEN   DELIMITED BY SIZE
                      ' CARRIED '             DELIMITED BY SIZE
                      WS-MRG-CARRIED          DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'STREAMS WROTE     : ' DELIMITED BY SIZE
                      WS-MRG-TOTAL-WRITTEN    DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               IF WS-MRG-ADDR-NOT-FOUND > 0
                   MOVE SPACES TO OU-SUMRPT-LINE
                   STRING 'ADDRESSES NO ID   : ' DELIMITED BY SIZE
                          WS-MRG-ADDR-NOT-FOUND   DELIMITED BY SIZE
                          INTO OU-SUMRPT-LINE
                   WRITE OU-SUMRPT-LINE
               END-IF
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'DELTA RECORDS     : ' DELIMITED BY SIZE
                      WS-MRG-DELTA-WRITTEN    DELIMITED BY SIZE
                      ' DROPPED '             DELIMITED BY SIZE
                      WS-MRG-DROPPED          DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               IF WS-MRG-PLANT-COUNT > 0
                   PERFORM VARYING MP-IDX FROM 1 BY 1
                           UNTIL MP-IDX > WS-MRG-PLANT-COUNT
                       PERFORM 915-WRITE-PLANT-LINES
                   END-PERFORM
               END-IF
               IF MERGE-OUT-OF-BALANCE
                   MOVE '*** MERGE OUT OF BALANCE - KEYED FILES NOT '
                       TO OU-SUMRPT-LINE
                   MOVE 'RELEASED' TO OU-SUMRPT-LINE(44:8)
                   WRITE OU-SUMRPT-LINE
               END-IF
               CLOSE FSUMRPT
           END-IF.
           DISPLAY 'PARTMRG COMPLETE, PLANTS MERGED '
                   WS-MRG-PLANTS-MERGED ' HELD ' WS-MRG-PLANTS-HELD
                   ' OUTPUT ' WS-MRG-OUTPUT-WRITTEN.
       915-WRITE-PLANT-LINES.
           MOVE SPACES TO OU-SUMRPT-LINE.
           IF MP-MERGED(MP-IDX)
               STRING 'PLANT '                DELIMITED BY SIZE
                      MP-PLANT-ID(MP-IDX)     DELIMITED BY SIZE
                      ' MERGED  TRAILER '     DELIMITED BY SIZE
                      MP-EXPECTED-COUNT(MP-IDX)
                                              DELIMITED BY SIZE
                      ' READ '                DELIMITED BY SIZE
                      MP-ACTUAL-COUNT(MP-IDX) DELIMITED BY SIZE
                      ' OUTPUT '              DELIMITED BY SIZE
                      MP-OUTPUT-TAKEN(MP-IDX) DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               END-STRING
               WRITE OU-SUMRPT-LINE
               IF MP-BALANCED(MP-IDX) NOT = 'Y'
                   MOVE SPACES TO OU-SUMRPT-LINE
                   STRING '  MERGE OUT OF BALANCE: DELIM '
                                              DELIMITED BY SIZE
                          MP-DELIM-TAKEN(MP-IDX)
                                              DELIMITED BY SIZE
                          ' DELTA '           DELIMITED BY SIZE
                          MP-DELTA-TAKEN(MP-IDX)
                                              DELIMITED BY SIZE
                          INTO OU-SUMRPT-LINE
                   END-STRING
                   WRITE OU-SUMRPT-LINE
               END-IF
           ELSE
               STRING 'PLANT '                DELIMITED BY SIZE
                      MP-PLANT-ID(MP-IDX)     DELIMITED BY SIZE
                      ' HELD    TRAILER '     DELIMITED BY SIZE
                      MP-EXPECTED-COUNT(MP-IDX)
                                              DELIMITED BY SIZE
                      ' READ '                DELIMITED BY SIZE
                      MP-ACTUAL-COUNT(MP-IDX) DELIMITED BY SIZE
                      ' CARRIED '             DELIMITED BY SIZE
                      MP-CARRIED(MP-IDX)      DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               END-STRING
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING '  HELD BACK: '         DELIMITED BY SIZE
                      MP-REASON(MP-IDX)       DELIMITED BY SIZE
                      ' STREAM STATUS '       DELIMITED BY SIZE
                      MP-STREAM-STATUS(MP-IDX)
                                              DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               END-STRING
               WRITE OU-SUMRPT-LINE
               DISPLAY 'PLANT ' MP-PLANT-ID(MP-IDX) ' HELD BACK: '
                       MP-REASON(MP-IDX)
           END-IF.
      *One run-history record for the merged run. Held plants do not
      *make the run unclean - their records are last night's, so the
      *generation can still feed tomorrow's FPRIOR; only a merge that
      *does not balance is recorded OOB.
       920-APPEND-RUN-HISTORY.
           OPEN EXTEND FRUNHIST.
           IF FRUNHIST-OK
               MOVE WS-CURRENT-DATE-YYYYMMDD TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME-HHMMSS TO RH-RUN-TIME
               MOVE 'FULL ' TO RH-RUN-MODE
               MOVE WS-MRG-TOTAL-READ TO RH-TOTAL-READ
               MOVE WS-MRG-OUTPUT-WRITTEN TO RH-TOTAL-WRITTEN
               MOVE WS-MRG-TOTAL-REJECTED TO RH-TOTAL-REJECTED
               MOVE WS-MRG-PARTEDIT-REJECTS TO RH-PARTEDIT-REJECTS
               MOVE WS-MRG-SUPPEDIT-REJECTS TO RH-SUPPEDIT-REJECTS
               MOVE WS-MRG-ADDREDIT-REJECTS TO RH-ADDREDIT-REJECTS
               MOVE WS-MRG-POEDIT-REJECTS TO RH-POEDIT-REJECTS
               MOVE WS-MRG-LEADTIME-REJECTS TO RH-LEADTIME-REJECTS
               MOVE WS-MRG-SUPMAST-REJECTS TO RH-SUPMAST-REJECTS
               MOVE WS-MRG-ADDRVAL-REJECTS TO RH-ADDRVAL-REJECTS
               MOVE WS-MRG-TOTAL-DUPLICATE TO RH-TOTAL-DUPLICATE
               MOVE WS-MRG-RANGE-SKIPPED TO RH-RANGE-SKIPPED
               IF MERGE-OUT-OF-BALANCE
                   SET RH-RUN-OUT-OF-BALANCE TO TRUE
               ELSE
                   SET RH-RUN-OK TO TRUE
               END-IF
               WRITE RH-RUN-HISTORY
               CLOSE FRUNHIST
           ELSE
               DISPLAY 'RUN HISTORY FILE PROBLEM ' FRUNHIST-ST
           END-IF.
