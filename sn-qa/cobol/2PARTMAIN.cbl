      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M30
      *   A held pair whose supplier has merged is moved on FHELDK
      *   to the surviving code's key, keeping its held dates and
      *   nights held (the longer-held record wins if that key is
      *   already held), so it is released or counted under the
      *   key tonight's record arrives with.
      * 2026-10-15 Maintenance  V0R0M29
      *   Resolve the incoming SUPPLIER-CODE through the new
      *   supplier alias table (FSUPALS, SUPALIAS copybook,
      *   maintained by SALMAINT) before the duplicate and supplier
      *   master checks: an old code merged into a surviving
      *   supplier on or before today is replaced by the surviving
      *   code on the record, so FSUPPSK, FSXREFK, the scorecard and
      *   every output carry one supplier. The staged prior and
      *   held images are resolved the same way so the delta
      *   compares like with like, and so are the records a resumed
      *   run skips, so their seen keys and prior lookups carry the
      *   surviving code. The table is optional.
      * 2026-10-15 Maintenance  V0R0M28
      *   Per-plant streams: a PLANT=xxx card (with STREAM=n, 1-9)
      *   makes the run one plant's stream of the concatenated
      *   extract - other plants' sections are passed over, only
      *   that plant's prior output and held pairs are staged, and
      *   the section balances alone against its own HDR/TRL. Each
      *   stream runs with its own checkpoint, run-control cards
      *   (ABORTPCT=) and reject file, and leaves its result on the
      *   new FSTRMRS file (STRMRES copybook) instead of appending
      *   run history; PARTMRG merges the streams that ended clean
      *   and holds back the others on yesterday's data. Streams
      *   share the address master, so a stream numbers new
      *   address IDs in steps of ten ending in its stream number,
      *   and an address another stream filed first is taken up.
      * 2026-10-15 Maintenance  V0R0M27
      *   FPRIOR is now staged by GENPRIOR from the generation
      *   catalog (the newest clean generation before tonight) and
      *   described on FGENSEL (optional). The batch summary shows
      *   which generation the run was compared against; when the
      *   catalog holds no clean generation yet, delta mode is left
      *   off instead of treating every record as an add.
      * 2026-10-15 Maintenance  V0R0M26
      *   Apply the part attribute override master (FPARTOVR,
      *   maintained by OVRMAINT) to every incoming record before
      *   the edits and keyed writes: a confirmed lead time, part
      *   name or unit cost replaces the extract's value, so the
      *   next extract can no longer put a known-wrong value back.
      *   Overridden fields are flagged in the new bytes 522-524 of
      *   FOUTPUT (L/N/C, record grew from 521) and at the end of
      *   FDELIM, counted on FSUMRPT, and overrides the feed now
      *   agrees with on every record are listed there (staged on
      *   the new FOVAGK work file) so they can be retired. The
      *   master is optional.
      * 2026-10-15 Maintenance  V0R0M25
      *   Hold last good in delta mode: a pair that arrived tonight
      *   but failed an edit no longer falls through to a delete
      *   transaction (DLTAPPLY used to drop a good FDSMAST row
      *   over a ZIP or PO date typo). Its prior image is held on
      *   the new persistent FHELDK file and staged back into the
      *   comparison every delta night until the pair comes in
      *   clean again (normal change/no change) or really drops
      *   off the extract (the delete, with the last good image).
      *   Held pairs are listed on FSUMRPT and pairs held longer
      *   than the HOLDNIGHTS= card allows (default 3) go to the
      *   new FHELDRPT report.
      * 2026-09-02 Maintenance  V0R0M24
      *   Validate incoming part numbers against the new part
      *   supersession master (FSUPSD, maintained by SUPSLOAD): a
               ACCESS RANDOM
               RECORD KEY IS VA-ALIAS-KEY
               FILE STATUS IS FVEHALS-ST.
           SELECT FSUPALS ASSIGN TO DSUPALS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS SA-OLD-SUPPLIER-CODE
               FILE STATUS IS FSUPALS-ST.
           SELECT FSUPSD ASSIGN TO DSUPSD
               ORGANIZATION INDEXED
               ACCESS RANDOM
               ACCESS DYNAMIC
               RECORD KEY IS PK-PRIOR-KEY
               FILE STATUS IS FPRIORK-ST.
           SELECT FHELDK ASSIGN TO DHELDK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS HK-HELD-KEY
               FILE STATUS IS FHELDK-ST.
           SELECT FPARTOVR ASSIGN TO DPARTOVR
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS OV-PART-NUMBER
               FILE STATUS IS FPARTOVR-ST.
           SELECT FOVAGK ASSIGN TO DOVAGK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS OA-AGREE-KEY
               FILE STATUS IS FOVAGK-ST.
           SELECT FHELDRPT ASSIGN TO DHELDRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FHELDRPT-ST.
           SELECT OPTIONAL FGENSEL ASSIGN TO DGENSEL
               FILE STATUS IS FGENSEL-ST.
           SELECT FSTRMRS ASSIGN TO DSTRMRS
               FILE STATUS IS FSTRMRS-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
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
       FD  FERROR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       FD  FPRIOR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 524 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-PRIOR-OUTPUT.
       01  IN-PRIOR-OUTPUT.
           05  IN-PRIOR-IMAGE          PIC X(511).
           05  IN-PRIOR-PLANT          PIC X(03).
           05  IN-PRIOR-COST           PIC X(07).
           05  IN-PRIOR-OVERRIDE       PIC X(03).
       FD  FDELTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           COPY 'VEHMAST'.
       FD  FVEHALS.
           COPY 'VEHALIAS'.
       FD  FSUPALS.
           COPY 'SUPALIAS'.
       FD  FSUPSD.
           COPY 'SUPSESS'.
      *Work file behind the duplicate-pair check: one record per
      *Work file behind delta mode: the prior run's output staged
      *by key, with a matched flag maintained as today's records
      *are compared; entries still unmatched at end of run are the
      *deletes. A pair that arrived but was rejected is held, not
      *deleted; a pair skipped on a checkpoint resume is marked
      *resumed (matched, outcome of the earlier attempt unknown).
       FD  FPRIORK.
       01  PK-PRIOR-RECORD.
           05  PK-PRIOR-KEY.
               10  PK-PLANT            PIC X(03).
           05  PK-IMAGE                PIC X(511).
           05  PK-MATCHED              PIC X(01).
               88  PK-UNMATCHED            VALUE 'N'.
               88  PK-MATCHED-CLEAN        VALUE 'Y'.
               88  PK-HELD                 VALUE 'H'.
               88  PK-RESUMED              VALUE 'S'.
      *Held pairs: the last good image of every pair that arrived
      *but was rejected, kept across runs with the number of
      *consecutive delta nights it has been held. Staged back into
      *FPRIORK each delta night; dropped once the pair comes in
      *clean or is really deleted.
       FD  FHELDK.
       01  HK-HELD-RECORD.
           05  HK-HELD-KEY.
               10  HK-PART-NUMBER      PIC X(10).
               10  HK-SUPPLIER-CODE    PIC X(10).
               10  HK-PLANT            PIC X(03).
           05  HK-IMAGE                PIC X(511).
           05  HK-FIRST-HELD-DATE      PIC 9(08).
           05  HK-LAST-HELD-DATE       PIC 9(08).
           05  HK-NIGHTS-HELD          PIC 9(04).
       FD  FHELDRPT.
       01  OU-HELDRPT-LINE             PIC X(132).
       FD  FPARTOVR.
           COPY 'PARTOVR'.
      *Work file behind the override retirement list: one record
      *per part and overridden field (L lead time, N name, C cost)
      *met this run, agreed while every record for the part carried
      *the override's own value, disagreed once one did not.
       FD  FOVAGK.
       01  OA-AGREE-RECORD.
           05  OA-AGREE-KEY.
               10  OA-PART-NUMBER      PIC X(10).
               10  OA-FIELD            PIC X(01).
           05  OA-OUTCOME              PIC X(01).
               88  OA-AGREED               VALUE 'A'.
               88  OA-DISAGREED            VALUE 'D'.
           05  OA-OVERRIDE-VALUE       PIC X(20).
           05  OA-SUPPLIER-CODE        PIC X(10).
           05  OA-PLANT                PIC X(03).
      *The generation GENPRIOR staged as FPRIOR tonight.
       FD  FGENSEL.
           COPY 'GENSEL'.
      *This plant stream's result, for PARTMRG.
       FD  FSTRMRS.
           COPY 'STRMRES'.
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
           05 WS-DELIM-PTR                 PIC 9(04).
           05 WS-LEADTIME-MSG-LCTR         PIC 9(04).
           05 WS-UNIT-COST-CLEAN           PIC 9(05)V99.
      *Part attribute overrides applied to the current record: one
      *byte each for lead time (L), name (N) and cost (C), carried
      *to FOUTPUT and FDELIM.
       01  WS-OVERRIDE-FLAGS.
           05 WS-OVR-LEAD-FLAG             PIC X(01) VALUE SPACE.
           05 WS-OVR-NAME-FLAG             PIC X(01) VALUE SPACE.
           05 WS-OVR-COST-FLAG             PIC X(01) VALUE SPACE.
       01  WS-OVERRIDE-FIELDS.
           05 WS-OVR-FIELD                 PIC X(01).
           05 WS-OVR-OUTCOME               PIC X(01).
           05 WS-OVR-VALUE                 PIC X(20).
           05 WS-OVR-COST-DISPLAY          PIC 9(05)V99.
           05 WS-OVR-COST-DISPLAY-X REDEFINES WS-OVR-COST-DISPLAY
                                           PIC X(07).
      *Clean address record (old FADDRS layout): still built per
      *record for the edits and the FXREFK inquiry image; FADDRS
      *itself now gets the ADDRXREF id record instead.
      *Address master handling*****************************
       01  WS-ADDRMST-FIELDS.
           05 WS-NEXT-ADDRESS-ID           PIC 9(07) VALUE 1.
           05 WS-ADDRESS-ID-STEP           PIC 9(02) VALUE 1.
           05 WS-ADDRESS-ID-TENS           PIC 9(06) VALUE 0.
           05 WS-ADDR-SUB                  PIC 9(02) VALUE 0.
           05 WS-STATE-CHECK               PIC X(02) VALUE SPACES.
             88 VALID-STATE-CODE VALUES 'AL' 'AK' 'AZ' 'AR' 'CA'
      *Run-control card settings*************************
      * Parsed from FRUNCTL in 105-READ-RUN-CONTROL. Keyword cards,
      * one per record, column 1: MODE=FULL, MODE=AUDIT,
      * PARTFROM=xxxxxxxxxx, PARTTO=xxxxxxxxxx, ABORTPCT=nn,
      * HOLDNIGHTS=nn (held pairs reported once held longer),
      * PLANT=xxx and STREAM=n (run as that plant's stream).
      * '*' in column 1 is a comment. Anything unrecognized is
      * reported and ignored.
      **************************************************************
           05 WS-REJECT-PCT-WORK           PIC 9(09) VALUE 0.
           05 WS-MAIL-RECIPIENTS           PIC X(253) VALUE SPACES.
           05 WS-MAIL-PTR                  PIC 9(04) VALUE 1.
           05 WS-HOLD-NIGHTS               PIC 9(02) VALUE 3.
           05 WS-HOLD-NIGHTS-X             PIC X(02) VALUE SPACES.
           05 WS-STREAM-PLANT              PIC X(03) VALUE SPACES.
           05 WS-STREAM-NUMBER             PIC 9(01) VALUE 0.
           05 WS-STREAM-SW                 PIC X(01) VALUE 'N'.
             88 PLANT-STREAM-RUN                     VALUE 'Y'.
      *A plant stream is only inside its own plant's sections.
           05 WS-SECTION-SW                PIC X(01) VALUE 'Y'.
             88 SECTION-IN-STREAM                    VALUE 'Y'.
       01  WS-RUNCTL-EOF                   PIC X(01) VALUE 'N'.
             88 NO-MORE-RUNCTL                       VALUE 'Y'.
      *Batch control/summary report totals*************
           05 WS-RPT-DELTA-ADDS            PIC 9(09) VALUE 0.
           05 WS-RPT-DELTA-CHANGES         PIC 9(09) VALUE 0.
           05 WS-RPT-DELTA-DELETES         PIC 9(09) VALUE 0.
           05 WS-RPT-DELTA-HELD            PIC 9(09) VALUE 0.
           05 WS-RPT-HELD-OVER-LIMIT       PIC 9(09) VALUE 0.
           05 WS-RPT-OVR-LEAD              PIC 9(09) VALUE 0.
           05 WS-RPT-OVR-NAME              PIC 9(09) VALUE 0.
           05 WS-RPT-OVR-COST              PIC 9(09) VALUE 0.
           05 WS-RPT-OVR-AGREE             PIC 9(09) VALUE 0.
           05 WS-RPT-OTHER-PLANT           PIC 9(09) VALUE 0.
           05 WS-RPT-SUPP-ALIASED          PIC 9(09) VALUE 0.
      *Duplicate part/supplier detection****************
      * Every PART-NUMBER/SUPPLIER-CODE pair processed this run is
      * recorded on the FSEENK work file per plant section; a later
      * staged entry left unmatched at end of run is a delete. No
      * FPRIOR means a full run exactly as before; there is no
      * longer a size limit, and a work file failure stops the run.
      * A staged pair that arrives but fails an edit is held: no
      * delete, and its last good image rides forward on FHELDK
      * into the next delta night's comparison.
      * The supplier code sits at bytes 68-77 of the 511-byte
      * output image (after the 67-byte PARTS area).
      **************************************************************
       01  WS-PRIOR-COUNT                  PIC 9(09) VALUE 0.
      *Supplier alias resolution************************
      * A code on the alias table whose merger is effective by the
      * run date resolves to its surviving code; 221 takes the code
      * in WS-ALIAS-SUPPLIER-CODE and hands back the live one.
      **************************************************************
       01  WS-ALIAS-SUPPLIER-CODE          PIC X(10) VALUE SPACES.
       01  WS-ALIAS-AS-OF-DATE             PIC 9(08) VALUE 0.
       01  WS-ALIAS-SW                     PIC X(01) VALUE 'N'.
             88 SUPPLIER-ALIAS-APPLIED               VALUE 'Y'.
       01  WS-DELTA-MODE-SW                PIC X(01) VALUE 'N'.
             88 DELTA-MODE-ACTIVE                    VALUE 'Y'.
      *N = no FGENSEL, FPRIOR taken as supplied; Y = FPRIOR is the
      *generation on FGENSEL; Z = no clean generation catalogued.
       01  WS-GENSEL-SW                    PIC X(01) VALUE 'N'.
             88 GENERATION-SELECTED                  VALUE 'Y'.
             88 NO-CLEAN-GENERATION                  VALUE 'Z'.
       01  WS-PRIOR-EOF                    PIC X(01) VALUE 'N'.
             88 NO-MORE-FPRIOR                       VALUE 'Y'.
       01  WS-PRIOR-FOUND-SW               PIC X(01) VALUE 'N'.
             88 PRIOR-KEY-FOUND                      VALUE 'Y'.
       01  WS-PRIORK-EOF                   PIC X(01) VALUE 'N'.
             88 NO-MORE-FPRIORK                      VALUE 'Y'.
       01  WS-HELDK-EOF                    PIC X(01) VALUE 'N'.
             88 NO-MORE-FHELDK                       VALUE 'Y'.
       01  WS-HELD-SAVE.
           05 WS-HELD-SAVE-DATA            PIC X(550).
           05 WS-HELD-SAVE-NIGHTS          PIC 9(04).
       01  WS-OVAGK-EOF                    PIC X(01) VALUE 'N'.
             88 NO-MORE-FOVAGK                       VALUE 'Y'.
      *Reject digest for the data-owner mail****************
      * The first ten rejected record keys and the per-source
      * counts; mailed through ACMMAIL at end of run when anything
           05 WS-FSXREFK-OPEN              PIC X(01) VALUE 'N'.
           05 WS-FSEENK-OPEN               PIC X(01) VALUE 'N'.
           05 WS-FPRIORK-OPEN              PIC X(01) VALUE 'N'.
           05 WS-FHELDK-OPEN               PIC X(01) VALUE 'N'.
           05 WS-FVEHMST-OPEN              PIC X(01) VALUE 'N'.
           05 WS-FVEHALS-OPEN              PIC X(01) VALUE 'N'.
           05 WS-FSUPALS-OPEN              PIC X(01) VALUE 'N'.
           05 WS-FSUPSD-OPEN               PIC X(01) VALUE 'N'.
           05 WS-FFITX-OPEN                PIC X(01) VALUE 'N'.
           05 WS-FADDRMST-OPEN             PIC X(01) VALUE 'N'.
           05 WS-FPARTOVR-OPEN             PIC X(01) VALUE 'N'.
           05 WS-FOVAGK-OPEN               PIC X(01) VALUE 'N'.
      *Switches*****************************************************
      * To indicate the end of file of PARTSUP and the status code
      * for every of the file used here
           05 FPRIOR-ST                    PIC X(02).
             88 FPRIOR-OK                            VALUE '00'.
             88 FPRIOR-ABSENT                        VALUE '05' '35'.
           05 FGENSEL-ST                   PIC X(02).
             88 FGENSEL-OK                           VALUE '00'.
             88 FGENSEL-ABSENT                       VALUE '05' '35'.
           05 FDELTA-ST                    PIC X(02).
             88 FDELTA-OK                            VALUE '00'.
           05 FSUPMST-ST                   PIC X(02).
             88 FVEHALS-OK                           VALUE '00'.
             88 FVEHALS-NOTFND                       VALUE '23'.
             88 FVEHALS-ABSENT                       VALUE '35'.
           05 FSUPALS-ST                   PIC X(02).
             88 FSUPALS-OK                           VALUE '00'.
             88 FSUPALS-NOTFND                       VALUE '23'.
             88 FSUPALS-ABSENT                       VALUE '35'.
           05 FSUPSD-ST                    PIC X(02).
             88 FSUPSD-OK                            VALUE '00'.
             88 FSUPSD-NOTFND                        VALUE '23'.
             88 FPRIORK-OK                           VALUE '00'.
             88 FPRIORK-NOTFND                       VALUE '23'.
             88 FPRIORK-DUPKEY                       VALUE '22'.
           05 FHELDK-ST                    PIC X(02).
             88 FHELDK-OK                            VALUE '00'.
             88 FHELDK-NOTFND                        VALUE '23'.
             88 FHELDK-DUPKEY                        VALUE '22'.
             88 FHELDK-ABSENT                        VALUE '35'.
           05 FHELDRPT-ST                  PIC X(02).
             88 FHELDRPT-OK                          VALUE '00'.
           05 FPARTOVR-ST                  PIC X(02).
             88 FPARTOVR-OK                          VALUE '00'.
             88 FPARTOVR-NOTFND                      VALUE '23'.
             88 FPARTOVR-ABSENT                      VALUE '35'.
           05 FOVAGK-ST                    PIC X(02).
             88 FOVAGK-OK                            VALUE '00'.
             88 FOVAGK-NOTFND                        VALUE '23'.
           05 FFITX-ST                     PIC X(02).
             88 FFITX-OK                             VALUE '00'.
           05 FADDRMST-ST                  PIC X(02).
             88 FADDRMST-OK                          VALUE '00'.
             88 FADDRMST-NOTFND                      VALUE '23'.
             88 FADDRMST-DUPKEY                      VALUE '22'.
             88 FADDRMST-ABSENT                      VALUE '35'.
           05 FSTRMRS-ST                   PIC X(02).
             88 FSTRMRS-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 905-BALANCE-CONTROL.
           PERFORM 900-CLOSE.
           PERFORM 900-CALL-PRINT-REPORT.
           IF PLANT-STREAM-RUN
               PERFORM 940-WRITE-STREAM-RESULT
           ELSE
               PERFORM 930-APPEND-RUN-HISTORY
           END-IF.
           IF WS-RPT-TOTAL-REJECTED > 0
               PERFORM 935-SEND-REJECT-DIGEST
           END-IF.
       100-HOUSEKEEPING.
           PERFORM 105-READ-RUN-CONTROL.
           PERFORM 120-INIT-CHECKPOINT.
           PERFORM 117-OPEN-SUPPLIER-ALIAS.
           IF NOT AUDIT-RUN
               PERFORM 129-READ-GENERATION-SELECTED
               IF NOT NO-CLEAN-GENERATION
                   PERFORM 130-LOAD-PRIOR-OUTPUT
               END-IF
               PERFORM 115-STAMP-RUN-STARTED
           END-IF.
           IF PLANT-STREAM-RUN
               PERFORM 116-STAMP-STREAM-STARTED
           END-IF.
           PERFORM 110-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME-HHMMSS.
           IF AUDIT-RUN
               DISPLAY 'AUDIT RUN - NO OUTPUT FILES WILL BE WRITTEN'
           END-IF.
      *Streams share the address master, so each needs its own
      *stream number to keep the address IDs it hands out apart.
           IF PLANT-STREAM-RUN
               IF WS-STREAM-NUMBER = 0
                   DISPLAY 'PLANT STREAM ' WS-STREAM-PLANT
                           ' REFUSED - NO STREAM= CARD'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'N' TO WS-SECTION-SW
               DISPLAY 'PLANT STREAM ' WS-STREAM-PLANT
                       ' STREAM ' WS-STREAM-NUMBER
           END-IF.
       106-READ-ONE-CARD.
           READ FRUNCTL
               AT END MOVE 'Y' TO WS-RUNCTL-EOF
                       ELSE
                           DISPLAY 'ABORTPCT NOT NUMERIC, IGNORED'
                       END-IF
                   WHEN IN-RUNCTL-CARD(1:11) = 'HOLDNIGHTS='
                       MOVE IN-RUNCTL-CARD(12:2) TO WS-HOLD-NIGHTS-X
                       IF WS-HOLD-NIGHTS-X(2:1) = SPACE
                           MOVE WS-HOLD-NIGHTS-X(1:1)
                               TO WS-HOLD-NIGHTS-X(2:1)
                           MOVE SPACE TO WS-HOLD-NIGHTS-X(1:1)
                       END-IF
                       INSPECT WS-HOLD-NIGHTS-X
                           REPLACING ALL SPACE BY '0'
                       IF WS-HOLD-NIGHTS-X IS NUMERIC
                           MOVE WS-HOLD-NIGHTS-X TO WS-HOLD-NIGHTS
                       ELSE
                           DISPLAY 'HOLDNIGHTS NOT NUMERIC, IGNORED'
                       END-IF
                   WHEN IN-RUNCTL-CARD(1:6) = 'PLANT='
                       MOVE IN-RUNCTL-CARD(7:3) TO WS-STREAM-PLANT
                       MOVE 'Y' TO WS-STREAM-SW
                   WHEN IN-RUNCTL-CARD(1:7) = 'STREAM='
                       IF IN-RUNCTL-CARD(8:1) IS NUMERIC
                          AND IN-RUNCTL-CARD(8:1) NOT = '0'
                           MOVE IN-RUNCTL-CARD(8:1) TO WS-STREAM-NUMBER
                       ELSE
                           DISPLAY 'STREAM NOT 1-9, IGNORED'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RUN CONTROL CARD NOT KNOWN: '
                               IN-RUNCTL-CARD(1:20)
           ELSE
               DISPLAY 'CHECKPOINT FILE PROBLEM'
           END-IF.
      *The supplier alias table is opened ahead of the other files:
      *the prior output staged for the delta is resolved through it
      *too. It is optional - without it codes are taken as sent.
       117-OPEN-SUPPLIER-ALIAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ALIAS-AS-OF-DATE.
           OPEN INPUT FSUPALS.
           IF FSUPALS-OK
               MOVE 'Y' TO WS-FSUPALS-OPEN
           ELSE
               IF FSUPALS-ABSENT
                   DISPLAY 'SUPPLIER ALIAS FILE NOT PRESENT - '
                           'NO SUPPLIER MERGES'
               ELSE
                   DISPLAY 'SUPPLIER ALIAS FILE PROBLEM ' FSUPALS-ST
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *A plant stream's result is stamped RUN before anything is
      *written, so a stream that dies leaves RUN behind and PARTMRG
      *holds its plant back.
       116-STAMP-STREAM-STARTED.
           INITIALIZE SR-STREAM-RESULT.
           MOVE WS-STREAM-PLANT TO SR-PLANT-ID.
           MOVE WS-STREAM-NUMBER TO SR-STREAM-NUMBER.
           SET SR-STREAM-RUNNING TO TRUE.
           MOVE WS-RUN-MODE TO SR-RUN-MODE.
           OPEN OUTPUT FSTRMRS.
           IF FSTRMRS-OK
               WRITE SR-STREAM-RESULT
               CLOSE FSTRMRS
           ELSE
               DISPLAY 'STREAM RESULT FILE PROBLEM ' FSTRMRS-ST
           END-IF.
       110-OPEN-FILES.
           MOVE 'N' TO WS-ABORT-SW.
           OPEN INPUT FPARTSUP.
                   END-IF
               END-IF
           END-IF.
      *The part override master is optional too: without it the
      *extract's own lead times, names and costs go through as
      *sent.
           IF NOT ABORT-RUN
               OPEN INPUT FPARTOVR
               IF FPARTOVR-OK
                   MOVE 'Y' TO WS-FPARTOVR-OPEN
               ELSE
                   IF FPARTOVR-ABSENT
                       DISPLAY 'PART OVERRIDE MASTER NOT PRESENT - '
                               'NO OVERRIDES'
                   ELSE
                       DISPLAY 'PART OVERRIDE MASTER FILE PROBLEM'
                       MOVE 'Y' TO WS-ABORT-SW
                   END-IF
               END-IF
           END-IF.
      *The override outcome work file is kept on a resumed run, the
      *same as the seen-key file, so the retirement list still
      *covers the whole extract.
           IF NOT ABORT-RUN
               IF WS-SKIP-COUNT = 0
                   OPEN OUTPUT FOVAGK
                   IF FOVAGK-OK
                       CLOSE FOVAGK
                   END-IF
               END-IF
               OPEN I-O FOVAGK
               IF FOVAGK-OK
                   MOVE 'Y' TO WS-FOVAGK-OPEN
               ELSE
                   DISPLAY 'OVERRIDE OUTCOME WORK FILE PROBLEM'
                   MOVE 'Y' TO WS-ABORT-SW
               END-IF
           END-IF.
           IF ABORT-RUN
               PERFORM 190-CLOSE-OPENED-FILES
               GOBACK
           IF WS-FVEHALS-OPEN = 'Y'
               CLOSE FVEHALS
           END-IF.
           IF WS-FSUPALS-OPEN = 'Y'
               CLOSE FSUPALS
           END-IF.
           IF WS-FSUPSD-OPEN = 'Y'
               CLOSE FSUPSD
           END-IF.
           IF WS-FPARTOVR-OPEN = 'Y'
               CLOSE FPARTOVR
           END-IF.
           IF WS-FOVAGK-OPEN = 'Y'
               CLOSE FOVAGK
           END-IF.
           IF WS-FSEENK-OPEN = 'Y'
               CLOSE FSEENK
           END-IF.
           IF WS-FPRIORK-OPEN = 'Y'
               CLOSE FPRIORK
           END-IF.
           IF WS-FHELDK-OPEN = 'Y'
               CLOSE FHELDK
           END-IF.
      *Checkpoint/restart********************************
      * Read the single checkpoint record before any file is opened.
      * If the prior run never reached 900-CLOSE (CHKPT-INCOMPLETE)
           IF DATA-RECORD-READY
               MOVE PARTS IN FPARTSUP TO OU-PARTS
               MOVE SUPPLIERS IN FPARTSUP TO OU-SUPPLIERS
      *Resolved the way 200 resolves it, so the seen key and the
      *prior lookup use the surviving code; not counted again.
               IF WS-FSUPALS-OPEN = 'Y'
                   MOVE SUPPLIER-CODE TO WS-ALIAS-SUPPLIER-CODE
                   PERFORM 221-RESOLVE-SUPPLIER-ALIAS
                   IF SUPPLIER-ALIAS-APPLIED
                       MOVE WS-ALIAS-SUPPLIER-CODE TO SUPPLIER-CODE
                       MOVE OU-SUPPLIERS TO SUPPLIERS IN FPARTSUP
                   END-IF
               END-IF
               PERFORM 205-DUPLICATE-CHECK
               IF NOT DUPLICATE-RECORD
                   PERFORM 207-RECORD-SEEN-KEY
               END-IF
      *Whether the earlier attempt wrote or rejected this record is
      *not known here: marked resumed, it is neither deleted nor
      *counted as held, and its held-pair history is left as is.
               IF DELTA-MODE-ACTIVE
                   PERFORM 236-FIND-PRIOR-ENTRY
                   IF PRIOR-KEY-FOUND
                       SET PK-RESUMED TO TRUE
                       REWRITE PK-PRIOR-RECORD
                           INVALID KEY
                               CONTINUE
                   MOVE 'Y' TO WS-ADDRMST-EOF
           END-START.
           PERFORM 136-SCAN-ONE-ADDRESS UNTIL NO-MORE-ADDRMST.
      *A plant stream hands out only the IDs ending in its stream
      *number, so streams filing new addresses side by side never
      *give two addresses the same ID.
           IF PLANT-STREAM-RUN
               MOVE 10 TO WS-ADDRESS-ID-STEP
               DIVIDE WS-NEXT-ADDRESS-ID BY 10
                   GIVING WS-ADDRESS-ID-TENS
               IF WS-ADDRESS-ID-TENS * 10 + WS-STREAM-NUMBER
                  < WS-NEXT-ADDRESS-ID
                   ADD 1 TO WS-ADDRESS-ID-TENS
               END-IF
               COMPUTE WS-NEXT-ADDRESS-ID =
                   WS-ADDRESS-ID-TENS * 10 + WS-STREAM-NUMBER
           END-IF.
       136-SCAN-ONE-ADDRESS.
           READ FADDRMST NEXT
               AT END MOVE 'Y' TO WS-ADDRMST-EOF
                   MOVE 'Y' TO WS-ADDRMST-EOF
               END-IF
           END-IF.
      *Which generation GENPRIOR staged as FPRIOR. No FGENSEL means
      *FPRIOR was supplied by hand, as before the catalog existed.
       129-READ-GENERATION-SELECTED.
           MOVE 'N' TO WS-GENSEL-SW.
           OPEN INPUT FGENSEL.
           IF FGENSEL-ABSENT
               IF FGENSEL-ST = '05'
                   CLOSE FGENSEL
               END-IF
           ELSE
               IF FGENSEL-OK
                   READ FGENSEL
                       AT END CONTINUE
                   END-READ
                   IF FGENSEL-OK
                       IF SG-GEN-NUMBER = 0
                           MOVE 'Z' TO WS-GENSEL-SW
                           DISPLAY 'NO CLEAN GENERATION CATALOGUED - '
                                   'DELTA MODE OFF'
                       ELSE
                           MOVE 'Y' TO WS-GENSEL-SW
                       END-IF
                   END-IF
                   CLOSE FGENSEL
               ELSE
                   DISPLAY 'GENERATION SELECTED FILE PROBLEM '
                           FGENSEL-ST
               END-IF
           END-IF.
      *Load the prior run's output for delta comparison. A missing
      *FPRIOR (status 35 on the OPTIONAL file) simply means a full
      *run; the records are staged on the FPRIORK work file, so
                   MOVE 'Y' TO WS-DELTA-MODE-SW
                   PERFORM 131-LOAD-ONE-PRIOR UNTIL NO-MORE-FPRIOR
                   CLOSE FPRIOR
                   PERFORM 133-STAGE-HELD-PAIRS
               ELSE
                   DISPLAY 'PRIOR OUTPUT FILE PROBLEM'
                   CONTINUE
           READ FPRIOR
               AT END MOVE 'Y' TO WS-PRIOR-EOF
           END-READ.
      *A plant stream stages only its own plant's prior records;
      *the other plants' are not its to delete.
           IF FPRIOR-OK AND NOT NO-MORE-FPRIOR
              AND (WS-STREAM-PLANT = SPACES
                   OR IN-PRIOR-PLANT = WS-STREAM-PLANT)
               MOVE IN-PRIOR-IMAGE(1:10) TO PK-PART-NUMBER
               MOVE IN-PRIOR-IMAGE(68:10) TO PK-SUPPLIER-CODE
               MOVE IN-PRIOR-PLANT TO PK-PLANT
               MOVE IN-PRIOR-IMAGE TO PK-IMAGE
               PERFORM 138-RESOLVE-STAGED-SUPPLIER
               MOVE 'N' TO PK-MATCHED
               WRITE PK-PRIOR-RECORD
                   INVALID KEY
           ELSE
               PERFORM 890-WORK-FILE-FAILURE
           END-IF.
      *Pairs held on earlier nights are not on FPRIOR (they were
      *rejected, so never reached FOUTPUT): stage their last good
      *image too, so tonight they compare as changes, are held
      *again, or are deleted when really gone. A pair that FPRIOR
      *already carries keeps the FPRIOR image. The held-pairs file
      *persists across runs and is only created when absent.
       133-STAGE-HELD-PAIRS.
           OPEN I-O FHELDK.
           IF FHELDK-ABSENT
               OPEN OUTPUT FHELDK
               IF FHELDK-OK
                   CLOSE FHELDK
               END-IF
               OPEN I-O FHELDK
           END-IF.
           IF FHELDK-OK
               MOVE 'Y' TO WS-FHELDK-OPEN
           ELSE
               DISPLAY 'HELD PAIRS FILE PROBLEM ' FHELDK-ST
               PERFORM 890-WORK-FILE-FAILURE
           END-IF.
           MOVE 'N' TO WS-HELDK-EOF.
           MOVE LOW-VALUES TO HK-HELD-KEY.
           START FHELDK KEY IS NOT LESS HK-HELD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HELDK-EOF
           END-START.
           PERFORM 134-STAGE-ONE-HELD-PAIR UNTIL NO-MORE-FHELDK.
       134-STAGE-ONE-HELD-PAIR.
           READ FHELDK NEXT
               AT END MOVE 'Y' TO WS-HELDK-EOF
           END-READ.
           IF NOT NO-MORE-FHELDK
               IF NOT FHELDK-OK
                   DISPLAY 'HELD PAIRS FILE PROBLEM ' FHELDK-ST
                   PERFORM 890-WORK-FILE-FAILURE
               END-IF
               IF WS-STREAM-PLANT = SPACES
                  OR HK-PLANT = WS-STREAM-PLANT
                   PERFORM 137-STAGE-HELD-IMAGE
               END-IF
           END-IF.
       137-STAGE-HELD-IMAGE.
           MOVE HK-HELD-KEY TO PK-PRIOR-KEY.
           MOVE HK-IMAGE TO PK-IMAGE.
           PERFORM 138-RESOLVE-STAGED-SUPPLIER.
           IF PK-SUPPLIER-CODE NOT = HK-SUPPLIER-CODE
               PERFORM 139-REKEY-HELD-PAIR
           END-IF.
           SET PK-UNMATCHED TO TRUE.
           WRITE PK-PRIOR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FPRIORK-OK
               ADD 1 TO WS-PRIOR-COUNT
           ELSE
               IF NOT FPRIORK-DUPKEY
                   PERFORM 890-WORK-FILE-FAILURE
               END-IF
           END-IF.
      *A staged image still under a merged-away code is compared
      *under the surviving code, the way tonight's record arrives,
      *so the merger is a change and not a delete plus an add.
       138-RESOLVE-STAGED-SUPPLIER.
           IF WS-FSUPALS-OPEN = 'Y'
               MOVE PK-SUPPLIER-CODE TO WS-ALIAS-SUPPLIER-CODE
               PERFORM 221-RESOLVE-SUPPLIER-ALIAS
               IF SUPPLIER-ALIAS-APPLIED
                   MOVE WS-ALIAS-SUPPLIER-CODE TO PK-SUPPLIER-CODE
                   MOVE WS-ALIAS-SUPPLIER-CODE TO PK-IMAGE(68:10)
               END-IF
           END-IF.
      *The held pair just read is still filed under a merged-away
      *supplier: move it to the surviving code's key, dates and
      *nights held intact, so 246/247 find it under the key
      *tonight's record carries. If that key is already held, the
      *record held more nights is kept.
       139-REKEY-HELD-PAIR.
           DELETE FHELDK
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF NOT FHELDK-OK
               DISPLAY 'HELD PAIRS DELETE PROBLEM ' FHELDK-ST
               PERFORM 890-WORK-FILE-FAILURE
           END-IF.
           MOVE PK-SUPPLIER-CODE TO HK-SUPPLIER-CODE.
           MOVE PK-SUPPLIER-CODE TO HK-IMAGE(68:10).
           MOVE HK-HELD-RECORD TO WS-HELD-SAVE.
           WRITE HK-HELD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FHELDK-DUPKEY
               READ FHELDK
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT FHELDK-OK
                   DISPLAY 'HELD PAIRS READ PROBLEM ' FHELDK-ST
                   PERFORM 890-WORK-FILE-FAILURE
               END-IF
               IF WS-HELD-SAVE-NIGHTS > HK-NIGHTS-HELD
                   MOVE WS-HELD-SAVE TO HK-HELD-RECORD
                   REWRITE HK-HELD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF NOT FHELDK-OK
                       DISPLAY 'HELD PAIRS WRITE PROBLEM ' FHELDK-ST
                       PERFORM 890-WORK-FILE-FAILURE
                   END-IF
               END-IF
           ELSE
               IF NOT FHELDK-OK
                   DISPLAY 'HELD PAIRS WRITE PROBLEM ' FHELDK-ST
                   PERFORM 890-WORK-FILE-FAILURE
               END-IF
           END-IF.
      *A matching work file failure means the duplicate check or
      *the delta can no longer be trusted: stop the run loudly
      *instead of degrading quietly.
           MOVE 1 TO WS-ERROR-LCTR.
           MOVE PARTS IN FPARTSUP TO OU-PARTS.
           MOVE SUPPLIERS IN FPARTSUP TO OU-SUPPLIERS.
      *A merged-away supplier code is replaced by the surviving code
      *on the record itself, ahead of the duplicate check and
      *222-SUPP-MASTER-CHECK, so every file written carries it.
           IF WS-FSUPALS-OPEN = 'Y'
               MOVE SUPPLIER-CODE TO WS-ALIAS-SUPPLIER-CODE
               PERFORM 221-RESOLVE-SUPPLIER-ALIAS
               IF SUPPLIER-ALIAS-APPLIED
                   MOVE WS-ALIAS-SUPPLIER-CODE TO SUPPLIER-CODE
                   MOVE OU-SUPPLIERS TO SUPPLIERS IN FPARTSUP
                   ADD 1 TO WS-RPT-SUPP-ALIASED
               END-IF
           END-IF.
           IF PART-NUMBER < WS-PART-RANGE-FROM
              OR PART-NUMBER > WS-PART-RANGE-TO
               ADD 1 TO WS-RPT-RANGE-SKIPPED
           ELSE
               MOVE 0 TO WS-UNIT-COST-CLEAN
           END-IF.
           PERFORM 228-APPLY-PART-OVERRIDE.
           PERFORM 220-PART-PROCESS.
           PERFORM 226-VEHICLE-NORMALIZE-CHECK.
           PERFORM 227-SUPERSESSION-CHECK.
                   MOVE PART-SUPP-ADDR-PO(1:511) TO OU-OUT-IMAGE
                   MOVE WS-CURRENT-PLANT TO OU-OUT-PLANT
                   MOVE WS-UNIT-COST-CLEAN TO OU-OUT-COST
                   MOVE WS-OVERRIDE-FLAGS TO OU-OUT-OVERRIDE
                   WRITE OU-OUTPUT
                   PERFORM 230-WRITE-DELIMITED
                   IF DELTA-MODE-ACTIVE
               END-IF
           ELSE
               PERFORM 200-PRINT-BUGGY-RECORD
               IF DELTA-MODE-ACTIVE
                   PERFORM 239-HOLD-PRIOR-ENTRY
               END-IF
           END-IF.
      *Probe the seen-key work file for this record's pair.*********
       205-DUPLICATE-CHECK.
      *has been processed is gone from today's feed: emit its
      *delete. A run restricted to a part-number range never saw
      *records outside it, so only entries inside the range can be
      *called deletes. The same pass keeps the held-pairs file in
      *step: held entries are recorded (or their night count moved
      *on), and a pair that came in clean or was deleted is no
      *longer held.
      **************************************************************
       237-EMIT-PRIOR-DELETES.
           MOVE 'N' TO WS-PRIORK-EOF.
               IF NOT FPRIORK-OK
                   MOVE 'Y' TO WS-PRIORK-EOF
               ELSE
                   IF PK-PART-NUMBER NOT LESS WS-PART-RANGE-FROM
                      AND PK-PART-NUMBER
                          NOT GREATER WS-PART-RANGE-TO
                       EVALUATE TRUE
                           WHEN PK-UNMATCHED
                               MOVE SPACES TO OU-DELTA
                               SET TX-DELETE TO TRUE
                               MOVE PK-PART-NUMBER
                                   TO OU-TX-PART-NUMBER
                               MOVE PK-SUPPLIER-CODE
                                   TO OU-TX-SUPPLIER-CODE
                               MOVE PK-PLANT TO OU-TX-PLANT
                               MOVE PK-IMAGE TO OU-TX-BEFORE-IMAGE
                               MOVE SPACES TO OU-TX-AFTER-IMAGE
                               WRITE OU-DELTA
                               ADD 1 TO WS-RPT-DELTA-DELETES
                               PERFORM 247-RELEASE-HELD-PAIR
                           WHEN PK-HELD
                               PERFORM 246-RECORD-HELD-PAIR
                           WHEN PK-MATCHED-CLEAN
                               PERFORM 247-RELEASE-HELD-PAIR
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
      *A pair that arrived tonight but failed an edit keeps its prior
      *image: flagged held on the work file so no delete is written
      *for it and DLTAPPLY leaves the standing row alone.
       239-HOLD-PRIOR-ENTRY.
           PERFORM 236-FIND-PRIOR-ENTRY.
           IF PRIOR-KEY-FOUND
               SET PK-HELD TO TRUE
               REWRITE PK-PRIOR-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT FPRIORK-OK
                   PERFORM 890-WORK-FILE-FAILURE
               END-IF
               ADD 1 TO WS-RPT-DELTA-HELD
           END-IF.
      *Record tonight's hold. A pair already held on the previous
      *delta night counts one more consecutive night; a rerun on
      *the same date does not count the night twice.
       246-RECORD-HELD-PAIR.
           MOVE PK-PRIOR-KEY TO HK-HELD-KEY.
           READ FHELDK
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN FHELDK-OK
                   IF HK-LAST-HELD-DATE NOT = WS-CURRENT-DATE-YYYYMMDD
                       ADD 1 TO HK-NIGHTS-HELD
                       MOVE WS-CURRENT-DATE-YYYYMMDD
                           TO HK-LAST-HELD-DATE
                   END-IF
                   REWRITE HK-HELD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN FHELDK-NOTFND
                   MOVE PK-PRIOR-KEY TO HK-HELD-KEY
                   MOVE PK-IMAGE TO HK-IMAGE
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO HK-FIRST-HELD-DATE
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO HK-LAST-HELD-DATE
                   MOVE 1 TO HK-NIGHTS-HELD
                   WRITE HK-HELD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT FHELDK-OK
               DISPLAY 'HELD PAIRS WRITE PROBLEM ' FHELDK-ST
           END-IF.
      *The pair came in clean or is really gone: no longer held.
       247-RELEASE-HELD-PAIR.
           MOVE PK-PRIOR-KEY TO HK-HELD-KEY.
           DELETE FHELDK
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF NOT FHELDK-OK AND NOT FHELDK-NOTFND
               DISPLAY 'HELD PAIRS DELETE PROBLEM ' FHELDK-ST
           END-IF.
      *Print Buggy Records******************************************
      * Calculate the total number of errors found across the four
      * edit subroutines and the lead-time cross-check, then carry
               GOBACK
           END-IF.
           IF FPARTSUP-OK
               IF CTL-HEADER-REC AND PLANT-STREAM-RUN
                   PERFORM 217-SET-STREAM-SECTION
               END-IF
               EVALUATE TRUE
                   WHEN NOT SECTION-IN-STREAM
                       IF NOT CTL-HEADER-REC AND NOT CTL-TRAILER-REC
                           ADD 1 TO WS-RPT-OTHER-PLANT
                       END-IF
                   WHEN CTL-HEADER-REC
                       MOVE 'Y' TO WS-CTL-HEADER-SEEN
                       MOVE CTL-EXTRACT-DATE TO WS-CTL-EXTRACT-DATE
                       PERFORM 218-ACCUMULATE-QUANTITY-HASH
               END-EVALUATE
           END-IF.
      *A plant stream works only its own plant's sections: another
      *plant's HDR, data and TRL records are passed over, outside
      *every count, hash and balance of the stream.
       217-SET-STREAM-SECTION.
           IF CTL-PLANT-ID = WS-STREAM-PLANT
               MOVE 'Y' TO WS-SECTION-SW
           ELSE
               MOVE 'N' TO WS-SECTION-SW
           END-IF.
      *Find or add the current plant's section entry.***************
       219-FIND-PLANT-ENTRY.
           MOVE 0 TO WS-CUR-PLANT-IDX.
                               WS-SUPPEDIT-RETURN-CODE,
                               WS-SUPPEDIT-RETURN-MESSAGE,
                               WS-SUPPEDIT-ERROR-NUMBER.
      *Look the code in WS-ALIAS-SUPPLIER-CODE up on the alias
      *table; an alias already in effect replaces it with the
      *surviving code. SALMAINT keeps the table one level deep.
      **************************************************************
       221-RESOLVE-SUPPLIER-ALIAS.
           MOVE 'N' TO WS-ALIAS-SW.
           MOVE WS-ALIAS-SUPPLIER-CODE TO SA-OLD-SUPPLIER-CODE.
           READ FSUPALS
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FSUPALS-OK
               IF SA-EFFECTIVE-DATE NOT > WS-ALIAS-AS-OF-DATE
                   MOVE SA-SURVIVING-CODE TO WS-ALIAS-SUPPLIER-CODE
                   MOVE 'Y' TO WS-ALIAS-SW
               END-IF
           ELSE
               IF NOT FSUPALS-NOTFND
                   DISPLAY 'SUPPLIER ALIAS READ PROBLEM ' FSUPALS-ST
               END-IF
           END-IF.
      *Confirm the incoming SUPPLIER-CODE against the keyed supplier
      *master. SUPPEDIT only edits the fields on the record itself,
      *so a well-formed record for a supplier purchasing terminated
                           TO WS-SUPSD-RETURN-MESSAGE(1:30)
               END-EVALUATE
           END-IF.
      *Part attribute overrides (FPARTOVR, maintained by OVRMAINT).
      *A confirmed lead time, name or unit cost replaces the
      *extract's value before any edit sees it, and is flagged for
      *FOUTPUT/FDELIM. An override the extract already agrees with
      *changes nothing; its outcome goes to FOVAGK for the
      *retirement list on FSUMRPT.
      **************************************************************
       228-APPLY-PART-OVERRIDE.
           MOVE SPACES TO WS-OVERRIDE-FLAGS.
           IF WS-FPARTOVR-OPEN = 'Y'
               MOVE PARTS IN FPARTSUP TO OU-PARTS
               MOVE PART-NUMBER TO OV-PART-NUMBER
               READ FPARTOVR
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN FPARTOVR-OK
                       PERFORM 229-OVERRIDE-FIELDS
                   WHEN FPARTOVR-NOTFND
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'PART OVERRIDE MASTER READ PROBLEM '
                               FPARTOVR-ST
                       PERFORM 890-WORK-FILE-FAILURE
               END-EVALUATE
           END-IF.
       229-OVERRIDE-FIELDS.
           IF OV-LEAD-TIME-SET
               MOVE 'L' TO WS-OVR-FIELD
               MOVE OV-WEEKS-LEAD-TIME TO WS-OVR-VALUE
               IF WEEKS-LEAD-TIME IS NUMERIC
                  AND WEEKS-LEAD-TIME = OV-WEEKS-LEAD-TIME
                   MOVE 'A' TO WS-OVR-OUTCOME
               ELSE
                   MOVE 'D' TO WS-OVR-OUTCOME
                   MOVE OV-WEEKS-LEAD-TIME TO WEEKS-LEAD-TIME
                   MOVE 'L' TO WS-OVR-LEAD-FLAG
                   ADD 1 TO WS-RPT-OVR-LEAD
               END-IF
               PERFORM 231-RECORD-OVERRIDE-OUTCOME
           END-IF.
           IF OV-PART-NAME NOT = SPACES
               MOVE 'N' TO WS-OVR-FIELD
               MOVE OV-PART-NAME TO WS-OVR-VALUE
               IF PART-NAME = OV-PART-NAME
                   MOVE 'A' TO WS-OVR-OUTCOME
               ELSE
                   MOVE 'D' TO WS-OVR-OUTCOME
                   MOVE OV-PART-NAME TO PART-NAME
                   MOVE 'N' TO WS-OVR-NAME-FLAG
                   ADD 1 TO WS-RPT-OVR-NAME
               END-IF
               PERFORM 231-RECORD-OVERRIDE-OUTCOME
           END-IF.
           IF OV-COST-SET
               MOVE 'C' TO WS-OVR-FIELD
               MOVE OV-UNIT-COST TO WS-OVR-COST-DISPLAY
               MOVE WS-OVR-COST-DISPLAY-X TO WS-OVR-VALUE
               IF PART-UNIT-COST-X IS NUMERIC
                  AND WS-UNIT-COST-CLEAN = OV-UNIT-COST
                   MOVE 'A' TO WS-OVR-OUTCOME
               ELSE
                   MOVE 'D' TO WS-OVR-OUTCOME
                   MOVE OV-UNIT-COST TO WS-UNIT-COST-CLEAN
                   MOVE OV-UNIT-COST TO PART-UNIT-COST
                   MOVE 'C' TO WS-OVR-COST-FLAG
                   ADD 1 TO WS-RPT-OVR-COST
               END-IF
               PERFORM 231-RECORD-OVERRIDE-OUTCOME
           END-IF.
           IF WS-OVR-LEAD-FLAG NOT = SPACE
              OR WS-OVR-NAME-FLAG NOT = SPACE
               MOVE OU-PARTS TO PARTS IN FPARTSUP
           END-IF.
      *First outcome for a part/field is recorded as met; a later
      *record that needed the override turns an agreement into a
      *disagreement, never the other way round.
       231-RECORD-OVERRIDE-OUTCOME.
           MOVE PART-NUMBER TO OA-PART-NUMBER.
           MOVE WS-OVR-FIELD TO OA-FIELD.
           READ FOVAGK
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN FOVAGK-OK
                   IF OA-AGREED AND WS-OVR-OUTCOME = 'D'
                       MOVE 'D' TO OA-OUTCOME
                       REWRITE OA-AGREE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF NOT FOVAGK-OK
                           PERFORM 890-WORK-FILE-FAILURE
                       END-IF
                   END-IF
               WHEN FOVAGK-NOTFND
                   MOVE WS-OVR-OUTCOME TO OA-OUTCOME
                   MOVE WS-OVR-VALUE TO OA-OVERRIDE-VALUE
                   MOVE SUPPLIERS IN FPARTSUP(1:10)
                       TO OA-SUPPLIER-CODE
                   MOVE WS-CURRENT-PLANT TO OA-PLANT
                   WRITE OA-AGREE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF NOT FOVAGK-OK
                       PERFORM 890-WORK-FILE-FAILURE
                   END-IF
               WHEN OTHER
                   PERFORM 890-WORK-FILE-FAILURE
           END-EVALUATE.
      *Validate each populated address against the state code table
      *and the ZIP format (5 digits, optionally followed by the
      *4-digit add-on) before it can reach the shared master.
                       SET AX-IDX TO WS-ADDR-SUB
                       MOVE WS-NEXT-ADDRESS-ID
                           TO AX-ADDRESS-ID(AX-IDX)
                       ADD WS-ADDRESS-ID-STEP TO WS-NEXT-ADDRESS-ID
                   ELSE
      *Another plant stream filed the same address since the READ:
      *take up its ID.
                       IF FADDRMST-DUPKEY
                           READ FADDRMST
                               INVALID KEY
                                   CONTINUE
                           END-READ
                       END-IF
                       IF FADDRMST-OK
                           SET AX-IDX TO WS-ADDR-SUB
                           MOVE AM-ADDRESS-ID TO AX-ADDRESS-ID(AX-IDX)
                       ELSE
                           DISPLAY 'ADDRESS MASTER WRITE PROBLEM '
                                   FADDRMST-ST
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'ADDRESS MASTER READ PROBLEM ' FADDRMST-ST
                  WS-CURRENT-PLANT           DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  WS-UNIT-COST-CLEAN         DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  WS-OVERRIDE-FLAGS          DELIMITED BY SIZE
                  INTO OU-DELIM-LINE
                  WITH POINTER WS-DELIM-PTR
           END-STRING.
                      WS-RUN-MODE             DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               IF PLANT-STREAM-RUN
                   MOVE SPACES TO OU-SUMRPT-LINE
                   STRING 'PLANT STREAM      : ' DELIMITED BY SIZE
                          WS-STREAM-PLANT         DELIMITED BY SIZE
                          ' STREAM '              DELIMITED BY SIZE
                          WS-STREAM-NUMBER        DELIMITED BY SIZE
                          ' OTHER PLANTS SKIPPED '
                                                  DELIMITED BY SIZE
                          WS-RPT-OTHER-PLANT      DELIMITED BY SIZE
                          INTO OU-SUMRPT-LINE
                   END-STRING
                   WRITE OU-SUMRPT-LINE
               END-IF
               IF NOT AUDIT-RUN
                   MOVE SPACES TO OU-SUMRPT-LINE
                   EVALUATE TRUE
                       WHEN GENERATION-SELECTED
                           STRING 'COMPARED AGAINST  : GEN '
                                                    DELIMITED BY SIZE
                                  SG-GEN-NUMBER     DELIMITED BY SIZE
                                  ' OF '            DELIMITED BY SIZE
                                  SG-BUSINESS-DATE  DELIMITED BY SIZE
                                  ' PLANTS '        DELIMITED BY SIZE
                                  SG-PLANT-SET      DELIMITED BY SIZE
                                  INTO OU-SUMRPT-LINE
                           END-STRING
                       WHEN NO-CLEAN-GENERATION
                           STRING 'COMPARED AGAINST  : '
                                                    DELIMITED BY SIZE
                                  'NO CLEAN GENERATION'
                                                    DELIMITED BY SIZE
                                  INTO OU-SUMRPT-LINE
                           END-STRING
                       WHEN OTHER
                           STRING 'COMPARED AGAINST  : '
                                                    DELIMITED BY SIZE
                                  'FPRIOR AS SUPPLIED'
                                                    DELIMITED BY SIZE
                                  INTO OU-SUMRPT-LINE
                           END-STRING
                   END-EVALUATE
                   WRITE OU-SUMRPT-LINE
               END-IF
               IF THRESHOLD-ABORTED
                   MOVE '*** REJECT THRESHOLD EXCEEDED - RUN STOPPED'
                       TO OU-SUMRPT-LINE
                      WS-RPT-TOTAL-DUPLICATE  DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'SUPPLIER MERGED   : ' DELIMITED BY SIZE
                      WS-RPT-SUPP-ALIASED     DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'LEAD OVERRIDDEN   : ' DELIMITED BY SIZE
                      WS-RPT-OVR-LEAD         DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'NAME OVERRIDDEN   : ' DELIMITED BY SIZE
                      WS-RPT-OVR-NAME         DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               MOVE SPACES TO OU-SUMRPT-LINE
               STRING 'COST OVERRIDDEN   : ' DELIMITED BY SIZE
                      WS-RPT-OVR-COST         DELIMITED BY SIZE
                      INTO OU-SUMRPT-LINE
               WRITE OU-SUMRPT-LINE
               IF DELTA-MODE-ACTIVE
                   MOVE SPACES TO OU-SUMRPT-LINE
                   STRING 'DELTA ADDS        : ' DELIMITED BY SIZE
                          WS-RPT-DELTA-DELETES    DELIMITED BY SIZE
                          INTO OU-SUMRPT-LINE
                   WRITE OU-SUMRPT-LINE
                   MOVE SPACES TO OU-SUMRPT-LINE
                   STRING 'DELTA HELD        : ' DELIMITED BY SIZE
                          WS-RPT-DELTA-HELD       DELIMITED BY SIZE
                          INTO OU-SUMRPT-LINE
                   WRITE OU-SUMRPT-LINE
                   PERFORM 925-WRITE-HELD-PAIRS
               END-IF
               IF WS-FPARTOVR-OPEN = 'Y'
                   PERFORM 927-WRITE-OVERRIDE-AGREEMENTS
               END-IF
               PERFORM 915-WRITE-PLANT-SUMMARY
               PERFORM 920-WRITE-BALANCE-LINES
               DISPLAY 'SUMMARY REPORT FILE PROBLEM'
           END-IF.
           DISPLAY 'PARTMAIN BATCH SUMMARY'.
           IF GENERATION-SELECTED
               DISPLAY 'COMPARED AGAINST  : GEN ' SG-GEN-NUMBER
                       ' OF ' SG-BUSINESS-DATE ' PLANTS ' SG-PLANT-SET
           END-IF.
           DISPLAY 'RECORDS READ      : ' WS-RPT-TOTAL-READ.
           DISPLAY 'RECORDS WRITTEN   : ' WS-RPT-TOTAL-WRITTEN.
           DISPLAY 'RECORDS REJECTED  : ' WS-RPT-TOTAL-REJECTED.
               DISPLAY '*** REJECT THRESHOLD EXCEEDED - RUN STOPPED'
           END-IF.
           DISPLAY 'DUPLICATES SKIPPED: ' WS-RPT-TOTAL-DUPLICATE.
           DISPLAY 'SUPPLIER MERGED   : ' WS-RPT-SUPP-ALIASED.
           DISPLAY 'LEAD OVERRIDDEN   : ' WS-RPT-OVR-LEAD.
           DISPLAY 'NAME OVERRIDDEN   : ' WS-RPT-OVR-NAME.
           DISPLAY 'COST OVERRIDDEN   : ' WS-RPT-OVR-COST.
           IF WS-FPARTOVR-OPEN = 'Y'
               DISPLAY 'OVERRIDES AGREEING: ' WS-RPT-OVR-AGREE
           END-IF.
           IF DELTA-MODE-ACTIVE
               DISPLAY 'DELTA ADDS        : ' WS-RPT-DELTA-ADDS
               DISPLAY 'DELTA CHANGES     : ' WS-RPT-DELTA-CHANGES
               DISPLAY 'DELTA DELETES     : ' WS-RPT-DELTA-DELETES
               DISPLAY 'DELTA HELD        : ' WS-RPT-DELTA-HELD
               DISPLAY 'HELD OVER LIMIT   : ' WS-RPT-HELD-OVER-LIMIT
           END-IF.
           IF CONTROL-OUT-OF-BALANCE
               DISPLAY '*** EXTRACT OUT OF BALANCE - RUN FAILED ***'
                   END-IF
               END-PERFORM
           END-IF.
      *Held-pairs list on FSUMRPT: every pair held tonight with the
      *nights it has been held in a row. Pairs held longer than the
      *HOLDNIGHTS= limit also go to the FHELDRPT report for the
      *upstream data team. A stopped or out-of-balance run never
      *updated the held-pairs file, so there is nothing to list.
      **************************************************************
       925-WRITE-HELD-PAIRS.
           MOVE 'HELD PAIRS (REJECTED TONIGHT, PRIOR IMAGE KEPT)'
               TO OU-SUMRPT-LINE.
           WRITE OU-SUMRPT-LINE.
           MOVE 0 TO WS-RPT-HELD-OVER-LIMIT.
           OPEN OUTPUT FHELDRPT.
           IF NOT FHELDRPT-OK
               DISPLAY 'HELD PAIRS REPORT FILE PROBLEM ' FHELDRPT-ST
           ELSE
               MOVE SPACES TO OU-HELDRPT-LINE
               STRING 'PAIRS HELD MORE THAN '  DELIMITED BY SIZE
                      WS-HOLD-NIGHTS            DELIMITED BY SIZE
                      ' CONSECUTIVE NIGHTS AS OF '
                                                DELIMITED BY SIZE
                      WS-CURRENT-DATE-YYYYMMDD  DELIMITED BY SIZE
                      INTO OU-HELDRPT-LINE
               WRITE OU-HELDRPT-LINE
           END-IF.
           IF NOT THRESHOLD-ABORTED AND NOT CONTROL-OUT-OF-BALANCE
               OPEN INPUT FHELDK
               IF FHELDK-OK
                   MOVE 'N' TO WS-HELDK-EOF
                   MOVE LOW-VALUES TO HK-HELD-KEY
                   START FHELDK KEY IS NOT LESS HK-HELD-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-HELDK-EOF
                   END-START
                   PERFORM 926-WRITE-ONE-HELD-PAIR
                       UNTIL NO-MORE-FHELDK
                   CLOSE FHELDK
               ELSE
                   DISPLAY 'HELD PAIRS FILE PROBLEM ' FHELDK-ST
               END-IF
           END-IF.
           IF FHELDRPT-OK
               MOVE SPACES TO OU-HELDRPT-LINE
               STRING 'PAIRS OVER LIMIT '      DELIMITED BY SIZE
                      WS-RPT-HELD-OVER-LIMIT    DELIMITED BY SIZE
                      ' HELD TONIGHT '          DELIMITED BY SIZE
                      WS-RPT-DELTA-HELD         DELIMITED BY SIZE
                      INTO OU-HELDRPT-LINE
               WRITE OU-HELDRPT-LINE
               CLOSE FHELDRPT
           END-IF.
       926-WRITE-ONE-HELD-PAIR.
           READ FHELDK NEXT
               AT END MOVE 'Y' TO WS-HELDK-EOF
           END-READ.
           IF NOT NO-MORE-FHELDK
               IF NOT FHELDK-OK
                   MOVE 'Y' TO WS-HELDK-EOF
               ELSE
                   IF HK-LAST-HELD-DATE = WS-CURRENT-DATE-YYYYMMDD
                       MOVE SPACES TO OU-SUMRPT-LINE
                       STRING 'HELD '             DELIMITED BY SIZE
                              HK-PART-NUMBER      DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              HK-SUPPLIER-CODE    DELIMITED BY SIZE
                              ' PLANT '           DELIMITED BY SIZE
                              HK-PLANT            DELIMITED BY SIZE
                              ' NIGHTS '          DELIMITED BY SIZE
                              HK-NIGHTS-HELD      DELIMITED BY SIZE
                              ' SINCE '           DELIMITED BY SIZE
                              HK-FIRST-HELD-DATE  DELIMITED BY SIZE
                              INTO OU-SUMRPT-LINE
                       WRITE OU-SUMRPT-LINE
                       IF HK-NIGHTS-HELD > WS-HOLD-NIGHTS
                           ADD 1 TO WS-RPT-HELD-OVER-LIMIT
                           IF FHELDRPT-OK
                               MOVE SPACES TO OU-HELDRPT-LINE
                               STRING 'PART '     DELIMITED BY SIZE
                                      HK-PART-NUMBER
                                                  DELIMITED BY SIZE
                                      ' SUPPLIER ' DELIMITED BY SIZE
                                      HK-SUPPLIER-CODE
                                                  DELIMITED BY SIZE
                                      ' PLANT '   DELIMITED BY SIZE
                                      HK-PLANT    DELIMITED BY SIZE
                                      ' HELD '    DELIMITED BY SIZE
                                      HK-NIGHTS-HELD
                                                  DELIMITED BY SIZE
                                      ' NIGHTS, FIRST HELD '
                                                  DELIMITED BY SIZE
                                      HK-FIRST-HELD-DATE
                                                  DELIMITED BY SIZE
                                      INTO OU-HELDRPT-LINE
                               WRITE OU-HELDRPT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *Overrides the extract agreed with on every record for the
      *part this run: candidates for OVRMAINT to delete. Not listed
      *for a run that stopped early, which never saw the whole
      *extract.
      **************************************************************
       927-WRITE-OVERRIDE-AGREEMENTS.
           MOVE 'OVERRIDES AGREEING WITH FEED (RETIRE CANDIDATES)'
               TO OU-SUMRPT-LINE.
           WRITE OU-SUMRPT-LINE.
           MOVE 0 TO WS-RPT-OVR-AGREE.
           IF NOT THRESHOLD-ABORTED AND NOT CONTROL-OUT-OF-BALANCE
               OPEN INPUT FOVAGK
               IF FOVAGK-OK
                   MOVE 'N' TO WS-OVAGK-EOF
                   MOVE LOW-VALUES TO OA-AGREE-KEY
                   START FOVAGK KEY IS NOT LESS OA-AGREE-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-OVAGK-EOF
                   END-START
                   PERFORM 928-WRITE-ONE-AGREEMENT
                       UNTIL NO-MORE-FOVAGK
                   CLOSE FOVAGK
               ELSE
                   DISPLAY 'OVERRIDE OUTCOME FILE PROBLEM ' FOVAGK-ST
               END-IF
           END-IF.
           MOVE SPACES TO OU-SUMRPT-LINE.
           STRING 'OVERRIDES AGREEING: ' DELIMITED BY SIZE
                  WS-RPT-OVR-AGREE        DELIMITED BY SIZE
                  INTO OU-SUMRPT-LINE.
           WRITE OU-SUMRPT-LINE.
       928-WRITE-ONE-AGREEMENT.
           READ FOVAGK NEXT
               AT END MOVE 'Y' TO WS-OVAGK-EOF
           END-READ.
           IF NOT NO-MORE-FOVAGK
               IF NOT FOVAGK-OK
                   MOVE 'Y' TO WS-OVAGK-EOF
               ELSE
                   IF OA-AGREED
                       ADD 1 TO WS-RPT-OVR-AGREE
                       MOVE SPACES TO OU-SUMRPT-LINE
                       STRING 'AGREE '            DELIMITED BY SIZE
                              OA-PART-NUMBER      DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              OA-FIELD            DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              OA-OVERRIDE-VALUE   DELIMITED BY SIZE
                              ' SUPP '            DELIMITED BY SIZE
                              OA-SUPPLIER-CODE    DELIMITED BY SIZE
                              ' PLANT '           DELIMITED BY SIZE
                              OA-PLANT            DELIMITED BY SIZE
                              INTO OU-SUMRPT-LINE
                       END-STRING
                       WRITE OU-SUMRPT-LINE
                   END-IF
               END-IF
           END-IF.
      *Extract control totals on FSUMRPT. An out-of-balance run gets
      *a banner the operators cannot miss, plus the expected and
      *actual figures so the upstream team can see which side is
           ELSE
               DISPLAY 'RUN HISTORY FILE PROBLEM ' FRUNHIST-ST
           END-IF.
      *A plant stream does not append run history: its result goes
      *to FSTRMRS and PARTMRG appends one record for the merged run.
       940-WRITE-STREAM-RESULT.
           INITIALIZE SR-STREAM-RESULT.
           MOVE WS-STREAM-PLANT TO SR-PLANT-ID.
           MOVE WS-STREAM-NUMBER TO SR-STREAM-NUMBER.
           EVALUATE TRUE
               WHEN THRESHOLD-ABORTED
                   SET SR-STREAM-ABORTED TO TRUE
               WHEN CONTROL-OUT-OF-BALANCE
                   SET SR-STREAM-OUT-OF-BALANCE TO TRUE
               WHEN OTHER
                   SET SR-STREAM-OK TO TRUE
           END-EVALUATE.
           MOVE WS-DELTA-MODE-SW TO SR-DELTA-MODE.
           MOVE WS-CTL-EXTRACT-DATE TO SR-EXTRACT-DATE.
           MOVE WS-CTL-SOURCE-SYSTEM TO SR-SOURCE-SYSTEM.
           MOVE WS-CTL-EXPECTED-COUNT TO SR-EXPECTED-COUNT.
           MOVE WS-RUN-TOTAL-RECORDS TO SR-ACTUAL-COUNT.
           MOVE WS-CTL-EXPECTED-HASH TO SR-EXPECTED-HASH.
           MOVE WS-RUN-QUANTITY-HASH TO SR-ACTUAL-HASH.
           MOVE WS-RPT-DELTA-ADDS TO SR-DELTA-ADDS.
           MOVE WS-RPT-DELTA-CHANGES TO SR-DELTA-CHANGES.
           MOVE WS-RPT-DELTA-DELETES TO SR-DELTA-DELETES.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO SR-RUN-DATE.
           MOVE WS-CURRENT-TIME-HHMMSS TO SR-RUN-TIME.
           MOVE WS-RUN-MODE TO SR-RUN-MODE.
           MOVE WS-RPT-TOTAL-READ TO SR-TOTAL-READ.
           MOVE WS-RPT-TOTAL-WRITTEN TO SR-TOTAL-WRITTEN.
           MOVE WS-RPT-TOTAL-REJECTED TO SR-TOTAL-REJECTED.
           MOVE WS-RPT-PARTEDIT-REJECTS TO SR-PARTEDIT-REJECTS.
           MOVE WS-RPT-SUPPEDIT-REJECTS TO SR-SUPPEDIT-REJECTS.
           MOVE WS-RPT-ADDREDIT-REJECTS TO SR-ADDREDIT-REJECTS.
           MOVE WS-RPT-POEDIT-REJECTS TO SR-POEDIT-REJECTS.
           MOVE WS-RPT-LEADTIME-REJECTS TO SR-LEADTIME-REJECTS.
           MOVE WS-RPT-SUPMAST-REJECTS TO SR-SUPMAST-REJECTS.
           MOVE WS-RPT-ADDRVAL-REJECTS TO SR-ADDRVAL-REJECTS.
           MOVE WS-RPT-TOTAL-DUPLICATE TO SR-TOTAL-DUPLICATE.
           MOVE WS-RPT-RANGE-SKIPPED TO SR-RANGE-SKIPPED.
           OPEN OUTPUT FSTRMRS.
           IF FSTRMRS-OK
               WRITE SR-STREAM-RESULT
               CLOSE FSTRMRS
           ELSE
               DISPLAY 'STREAM RESULT FILE PROBLEM ' FSTRMRS-ST
           END-IF.
      *Build the reject digest on FMAILDG and hand it to ACMMAIL the
      *same way RSAPPRIN mails its discrepancy report. No MAILTO=
      *card means no mail - the digest file is still written so the
