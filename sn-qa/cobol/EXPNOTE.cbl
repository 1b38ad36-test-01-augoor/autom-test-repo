      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      EXPNOTE.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Supplier expediting notices.
      *
      * POACKMCH and RECVMCH list acknowledgment and receipt
      * exceptions for us to read; the buyers then retyped each line
      * into a mail to the supplier. EXPNOTE takes the exceptions
      * still open on the PO master (FPOMAST) each night:
      *   UA - PO cut and not acknowledged UNACKDAYS= days after it
      *        was transmitted (or ordered, if never transmitted),
      *   SA - acknowledged for less than the quantity ordered,
      *   LP - delivery promised later than requested,
      *   OS - received more than was ordered,
      * and groups each supplier's into one notice. The notice is
      * kept on the notice store (FEXPNTC, EXPNOTC copybook) under
      * a notice ID and queued on the shared outbound mail queue
      * (FMAILQ) for RMAILSND to send to the supplier's contact
      * email on the supplier master (SUPMAST), with a copy queued
      * to the mailbox of the buyer assigned to the supplier. Buyer
      * mailboxes come from run-control cards
      *   BUYER=bbbbb mailbox
      * and a buyer with no card gets no copy (noted on the report).
      *
      * The notice history (FEXPHST, EXPHIST copybook) records each
      * exception mailed: when, how often, in which notice and to
      * whom. An exception already mailed goes out again only when
      * it is still open RENOTIFY= days (default 7) after it last
      * went, and is then marked as a repeat request - the notice
      * and the mail say SECOND REQUEST, or FURTHER REQUEST once
      * any exception on the notice has been mailed twice or more
      * before. An over-shipment is only
      * ever reported once. History for an exception no longer open
      * is dropped at the end of the run.
      *
      * A supplier with no contact email (or not on the supplier
      * master) is not mailed: its exceptions go on the
      * exceptions-not-sent list (FEXPNSL) and it keeps its history
      * as it was, so the notice goes the first night a contact is
      * on file. Suppliers not sent, or a notice the queue would not
      * take, end the run with return code 8; a file problem ends
      * it with 16.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   A third or later request is headed FURTHER REQUEST, not
      *   SECOND REQUEST.
      * 2026-10-15 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
      ***************************************************************
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEXPCTL ASSIGN TO DEXPCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEXPCTL-ST.
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FSUPMST ASSIGN TO DSUPMST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS SM-SUPPLIER-CODE
               FILE STATUS IS FSUPMST-ST.
           SELECT FEXPWK ASSIGN TO DEXPWK
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS EW-KEY
               FILE STATUS IS FEXPWK-ST.
           SELECT FEXPHST ASSIGN TO DEXPHST
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS FEXPHST-ST.
           SELECT FEXPNTC ASSIGN TO DEXPNTC
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS FEXPNTC-ST.
           SELECT FMAILQ ASSIGN TO DMAILQ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FMAILQ-ST.
           SELECT FEXPNSL ASSIGN TO DEXPNSL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEXPNSL-ST.
           SELECT FEXPRPT ASSIGN TO DEXPRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FEXPRPT-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FEXPCTL.
       01  IN-EXPCTL-CARD              PIC X(80).
       FD  FPOMAST.
           COPY 'POMAST'.
       FD  FSUPMST.
           COPY 'SUPMAST'.
      *Tonight's open exceptions, grouped supplier/PO/type.
       FD  FEXPWK.
       01  EW-EXCEPTION-WORK.
           05  EW-KEY.
               10  EW-SUPPLIER-CODE    PIC X(10).
               10  EW-PO-NUMBER        PIC X(10).
               10  EW-EXCEPTION-TYPE   PIC X(02).
                   88  EW-NOT-ACKNOWLEDGED VALUE 'UA'.
                   88  EW-SHORT-ACK        VALUE 'SA'.
                   88  EW-LATE-PROMISE     VALUE 'LP'.
                   88  EW-OVER-SHIPPED     VALUE 'OS'.
           05  EW-PART-NUMBER          PIC X(10).
           05  EW-PLANT                PIC X(03).
           05  EW-QTY-1                PIC 9(05).
           05  EW-QTY-2                PIC 9(05).
           05  EW-DATE-1               PIC 9(08).
           05  EW-DATE-2               PIC 9(08).
           05  EW-DUE-SW               PIC X(01).
               88  EW-DUE                  VALUE 'Y'.
           05  EW-REQUEST-NO           PIC 9(03).
       FD  FEXPHST.
           COPY 'EXPHIST'.
       FD  FEXPNTC.
           COPY 'EXPNOTC'.
      *MAILRQ|date|recipient|nomarch|texto|archivo|status|retries.
       FD  FMAILQ.
       01  OU-MAILQ-LINE               PIC X(600).
       FD  FEXPNSL.
       01  OU-EXPNSL-LINE              PIC X(132).
       FD  FEXPRPT.
       01  OU-EXPRPT-LINE              PIC X(132).
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
      *Buyer mailboxes from the BUYER= cards.
       01  WS-BUYER-TABLE.
           05 WS-BUYER-COUNT               PIC 9(02) VALUE 0.
           05 WS-BUYER-ENTRY OCCURS 50 TIMES
                             INDEXED BY BY-IDX.
              10 BY-BUYER-CODE             PIC X(05).
              10 BY-MAILBOX                PIC X(60).
       01  WS-RUN-CONTROL.
           05 WS-UNACK-DAYS                PIC 9(02) VALUE 3.
           05 WS-UNACK-DAYS-X              PIC X(02).
           05 WS-RENOTIFY-DAYS             PIC 9(02) VALUE 7.
           05 WS-RENOTIFY-DAYS-X           PIC X(02).
           05 WS-UNACK-BEFORE-DATE         PIC 9(08) VALUE 0.
           05 WS-RENOTIFY-BEFORE-DATE      PIC 9(08) VALUE 0.
           05 WS-CARD-BUYER                PIC X(05).
           05 WS-CARD-MAILBOX              PIC X(60).
       01  WS-WORK-FIELDS.
           05 WS-SENT-DATE                 PIC 9(08) VALUE 0.
           05 WS-CURRENT-SUPPLIER          PIC X(10) VALUE SPACES.
           05 WS-SUPPLIER-NAME             PIC X(20) VALUE SPACES.
           05 WS-CONTACT-EMAIL             PIC X(60) VALUE SPACES.
           05 WS-BUYER-CODE                PIC X(05) VALUE SPACES.
           05 WS-BUYER-MAILBOX             PIC X(60) VALUE SPACES.
           05 WS-NOT-SENT-REASON           PIC X(40) VALUE SPACES.
           05 WS-NO-COPY-REASON            PIC X(40) VALUE SPACES.
           05 WS-DUE-COUNT                 PIC 9(03) VALUE 0.
           05 WS-REPEAT-COUNT              PIC 9(03) VALUE 0.
           05 WS-MAX-REQUEST-NO            PIC 9(03) VALUE 0.
           05 WS-REQUEST-HEADING           PIC X(15) VALUE SPACES.
           05 WS-NOTICE-ID.
              10 WS-NOTICE-YYMMDD          PIC X(06).
              10 WS-NOTICE-SEQ             PIC 9(04) VALUE 0.
           05 WS-NOTICE-LINE-NO            PIC 9(03) VALUE 0.
           05 WS-NOTICE-TEXT               PIC X(170) VALUE SPACES.
           05 WS-NOTICE-SUBJECT            PIC X(200) VALUE SPACES.
           05 WS-NOTICE-SENT-TO            PIC X(60) VALUE SPACES.
           05 WS-NOTICE-COPY-TO            PIC X(60) VALUE SPACES.
           05 WS-EXCEPTION-TEXT            PIC X(150) VALUE SPACES.
           05 WS-TEXT-PTR                  PIC 9(03) VALUE 1.
       01  WS-MAIL-ARGUMENTS.
           05 WS-MAIL-NOMARCH              PIC X(10) VALUE SPACES.
           05 WS-MAIL-DIRMAIL              PIC X(253) VALUE SPACES.
           05 WS-MAIL-TEXTO                PIC X(254) VALUE SPACES.
           05 WS-MAIL-ARCHIVO              PIC X(08) VALUE SPACES.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-POS-READ              PIC 9(09) VALUE 0.
           05 WS-TOT-EXCEPTIONS            PIC 9(09) VALUE 0.
           05 WS-TOT-UNACKED               PIC 9(09) VALUE 0.
           05 WS-TOT-SHORT-ACKS            PIC 9(09) VALUE 0.
           05 WS-TOT-LATE-PROMISES         PIC 9(09) VALUE 0.
           05 WS-TOT-OVER-SHIPPED          PIC 9(09) VALUE 0.
           05 WS-TOT-SUPPLIERS             PIC 9(09) VALUE 0.
           05 WS-TOT-NOT-DUE               PIC 9(09) VALUE 0.
           05 WS-TOT-NOTICES               PIC 9(09) VALUE 0.
           05 WS-TOT-REPEAT-NOTICES        PIC 9(09) VALUE 0.
           05 WS-TOT-SENT                  PIC 9(09) VALUE 0.
           05 WS-TOT-COPIES                PIC 9(09) VALUE 0.
           05 WS-TOT-NO-COPY               PIC 9(09) VALUE 0.
           05 WS-TOT-NOT-SENT-SUPPLIERS    PIC 9(09) VALUE 0.
           05 WS-TOT-NOT-SENT              PIC 9(09) VALUE 0.
           05 WS-TOT-QUEUE-FAILURES        PIC 9(09) VALUE 0.
           05 WS-TOT-CLEARED               PIC 9(09) VALUE 0.
       01  PROGRAM-SWITCHES.
           05 WS-FEXPCTL-EOF               PIC X(01) VALUE 'N'.
             88 NO-MORE-FEXPCTL                      VALUE 'Y'.
           05 WS-SCAN-SW                   PIC X(01) VALUE 'N'.
             88 SCAN-DONE                            VALUE 'Y'.
           05 WS-SUPPLIER-SW               PIC X(01) VALUE 'N'.
             88 SUPPLIERS-DONE                       VALUE 'Y'.
           05 WS-WALK-SW                   PIC X(01) VALUE 'N'.
             88 WALK-DONE                            VALUE 'Y'.
           05 WS-NOTICE-SW                 PIC X(01) VALUE 'N'.
             88 NOTICE-ALLOCATED                     VALUE 'Y'.
           05 WS-QUEUED-SW                 PIC X(01) VALUE 'N'.
             88 NOTICE-QUEUED                        VALUE 'Y'.
           05 FEXPCTL-ST                   PIC X(02).
             88 FEXPCTL-OK                           VALUE '00'.
             88 FEXPCTL-ABSENT                       VALUE '05' '35'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
           05 FSUPMST-ST                   PIC X(02).
             88 FSUPMST-OK                           VALUE '00'.
             88 FSUPMST-NOTFND                       VALUE '23'.
           05 FEXPWK-ST                    PIC X(02).
             88 FEXPWK-OK                            VALUE '00'.
             88 FEXPWK-DUPKEY                        VALUE '22'.
           05 FEXPHST-ST                   PIC X(02).
             88 FEXPHST-OK                           VALUE '00'.
             88 FEXPHST-NOTFND                       VALUE '23'.
             88 FEXPHST-ABSENT                       VALUE '35'.
           05 FEXPNTC-ST                   PIC X(02).
             88 FEXPNTC-OK                           VALUE '00'.
             88 FEXPNTC-DUPKEY                       VALUE '22'.
             88 FEXPNTC-ABSENT                       VALUE '35'.
           05 FMAILQ-ST                    PIC X(02).
             88 FMAILQ-OK                            VALUE '00'.
           05 WS-MAILQ-SW                  PIC X(01) VALUE 'N'.
             88 MAILQ-WRITE-FAILED                   VALUE 'Y'.
             88 MAILQ-WRITE-OK                       VALUE 'N'.
           05 FEXPNSL-ST                   PIC X(02) VALUE SPACES.
             88 FEXPNSL-OK                           VALUE '00'.
           05 FEXPRPT-ST                   PIC X(02) VALUE SPACES.
             88 FEXPRPT-OK                           VALUE '00'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-FIND-EXCEPTIONS.
           PERFORM 300-NOTIFY-SUPPLIERS.
           PERFORM 400-DROP-CLEARED-HISTORY.
           PERFORM 900-CLOSE.
           GOBACK.
       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-YYYYMMDD.
           MOVE WS-CURRENT-DATE-YYYYMMDD(3:6) TO WS-NOTICE-YYMMDD.
           PERFORM 105-READ-RUN-CONTROL.
           COMPUTE WS-UNACK-BEFORE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-YYYYMMDD)
                   - WS-UNACK-DAYS).
           COMPUTE WS-RENOTIFY-BEFORE-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-YYYYMMDD)
                   - WS-RENOTIFY-DAYS).
           OPEN INPUT FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FSUPMST.
           IF NOT FSUPMST-OK
               DISPLAY 'SUPPLIER MASTER FILE PROBLEM ' FSUPMST-ST
               CLOSE FPOMAST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *The work file is rebuilt from scratch every run, then
      *reopened I-O for the marking rewrites.
           OPEN OUTPUT FEXPWK.
           IF FEXPWK-OK
               CLOSE FEXPWK
               OPEN I-O FEXPWK
           END-IF.
           IF NOT FEXPWK-OK
               PERFORM 850-FILE-FAILURE
           END-IF.
      *The history and the notice store persist across runs; they
      *are only created when absent, never truncated.
           OPEN I-O FEXPHST.
           IF FEXPHST-ABSENT
               OPEN OUTPUT FEXPHST
               IF FEXPHST-OK
                   CLOSE FEXPHST
               END-IF
               OPEN I-O FEXPHST
           END-IF.
           IF NOT FEXPHST-OK
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN I-O FEXPNTC.
           IF FEXPNTC-ABSENT
               OPEN OUTPUT FEXPNTC
               IF FEXPNTC-OK
                   CLOSE FEXPNTC
               END-IF
               OPEN I-O FEXPNTC
           END-IF.
           IF NOT FEXPNTC-OK
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FEXPRPT.
           IF NOT FEXPRPT-OK
               DISPLAY 'EXPEDITING REPORT FILE PROBLEM'
               PERFORM 850-FILE-FAILURE
           END-IF.
           OPEN OUTPUT FEXPNSL.
           IF NOT FEXPNSL-OK
               DISPLAY 'NOT-SENT LIST FILE PROBLEM'
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE SPACES TO OU-EXPRPT-LINE.
           STRING 'SUPPLIER EXPEDITING NOTICES '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  '  UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
                  WS-UNACK-DAYS           DELIMITED BY SIZE
                  ' DAYS  RENOTIFY AFTER '  DELIMITED BY SIZE
                  WS-RENOTIFY-DAYS        DELIMITED BY SIZE
                  ' DAYS'                 DELIMITED BY SIZE
                  INTO OU-EXPRPT-LINE.
           WRITE OU-EXPRPT-LINE.
           MOVE SPACES TO OU-EXPNSL-LINE.
           STRING 'EXPEDITING EXCEPTIONS NOT SENT '
                                          DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  INTO OU-EXPNSL-LINE.
           WRITE OU-EXPNSL-LINE.
      *Run-control cards, FRUNCTL style: BUYER=bbbbb mailbox names
      *the mailbox a buyer's copies go to (mailbox from column 13);
      *UNACKDAYS=nn is how long a transmitted PO may go
      *unacknowledged before it is chased; RENOTIFY=nn is how long
      *before an exception already mailed is mailed again.
       105-READ-RUN-CONTROL.
           OPEN INPUT FEXPCTL.
           IF FEXPCTL-ABSENT
               IF FEXPCTL-ST = '05'
                   CLOSE FEXPCTL
               END-IF
           ELSE
               IF FEXPCTL-OK
                   PERFORM 106-READ-ONE-CARD UNTIL NO-MORE-FEXPCTL
                   CLOSE FEXPCTL
               ELSE
                   DISPLAY 'RUN CONTROL FILE PROBLEM ' FEXPCTL-ST
               END-IF
           END-IF.
       106-READ-ONE-CARD.
           READ FEXPCTL
               AT END MOVE 'Y' TO WS-FEXPCTL-EOF
           END-READ.
           IF FEXPCTL-OK AND NOT NO-MORE-FEXPCTL
               EVALUATE TRUE
                   WHEN IN-EXPCTL-CARD(1:1) = '*'
                    OR IN-EXPCTL-CARD = SPACES
                       CONTINUE
                   WHEN IN-EXPCTL-CARD(1:6) = 'BUYER='
                       MOVE IN-EXPCTL-CARD(7:5) TO WS-CARD-BUYER
                       MOVE IN-EXPCTL-CARD(13:60) TO WS-CARD-MAILBOX
                       IF WS-CARD-BUYER NOT = SPACES
                          AND WS-CARD-MAILBOX NOT = SPACES
                          AND WS-BUYER-COUNT < 50
                           ADD 1 TO WS-BUYER-COUNT
                           SET BY-IDX TO WS-BUYER-COUNT
                           MOVE WS-CARD-BUYER TO BY-BUYER-CODE(BY-IDX)
                           MOVE WS-CARD-MAILBOX TO BY-MAILBOX(BY-IDX)
                       ELSE
                           DISPLAY 'BUYER CARD NOT VALID: '
                                   IN-EXPCTL-CARD(1:20)
                       END-IF
                   WHEN IN-EXPCTL-CARD(1:10) = 'UNACKDAYS='
                       MOVE IN-EXPCTL-CARD(11:2) TO WS-UNACK-DAYS-X
                       IF WS-UNACK-DAYS-X IS NUMERIC
                           MOVE WS-UNACK-DAYS-X TO WS-UNACK-DAYS
                       ELSE
                           DISPLAY 'UNACKDAYS CARD NOT VALID, USING '
                                   WS-UNACK-DAYS
                       END-IF
                   WHEN IN-EXPCTL-CARD(1:9) = 'RENOTIFY='
                       MOVE IN-EXPCTL-CARD(10:2) TO WS-RENOTIFY-DAYS-X
                       IF WS-RENOTIFY-DAYS-X IS NUMERIC
                          AND WS-RENOTIFY-DAYS-X NOT = '00'
                           MOVE WS-RENOTIFY-DAYS-X TO WS-RENOTIFY-DAYS
                       ELSE
                           DISPLAY 'RENOTIFY CARD NOT VALID, USING '
                                   WS-RENOTIFY-DAYS
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RUN CONTROL CARD NOT KNOWN: '
                               IN-EXPCTL-CARD(1:20)
               END-EVALUATE
           END-IF.
      *Every exception open on the PO master tonight goes on the
      *work file. One PO can carry more than one (a late promise
      *that is also short).
       200-FIND-EXCEPTIONS.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO PM-PO-NUMBER.
           START FPOMAST KEY IS NOT LESS PM-PO-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 210-CHECK-ONE-PO UNTIL SCAN-DONE.
       210-CHECK-ONE-PO.
           READ FPOMAST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FPOMAST-OK
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               ADD 1 TO WS-TOT-POS-READ
               IF PM-STATUS-CUT
                   IF PM-TRANSMIT-DATE > 0
                       MOVE PM-TRANSMIT-DATE TO WS-SENT-DATE
                   ELSE
                       MOVE PM-ORDER-DATE TO WS-SENT-DATE
                   END-IF
                   IF WS-SENT-DATE NOT > WS-UNACK-BEFORE-DATE
                       MOVE 'UA' TO EW-EXCEPTION-TYPE
                       MOVE PM-PO-QUANTITY TO EW-QTY-1
                       MOVE 0 TO EW-QTY-2
                       MOVE WS-SENT-DATE TO EW-DATE-1
                       MOVE PM-REQUESTED-DATE TO EW-DATE-2
                       PERFORM 220-WRITE-EXCEPTION
                       ADD 1 TO WS-TOT-UNACKED
                   END-IF
               END-IF
               IF (PM-STATUS-ACKED OR PM-STATUS-PROMISED-LATE)
                  AND PM-ACK-QUANTITY < PM-PO-QUANTITY
                   MOVE 'SA' TO EW-EXCEPTION-TYPE
                   MOVE PM-PO-QUANTITY TO EW-QTY-1
                   MOVE PM-ACK-QUANTITY TO EW-QTY-2
                   MOVE PM-ACK-DATE TO EW-DATE-1
                   MOVE PM-REQUESTED-DATE TO EW-DATE-2
                   PERFORM 220-WRITE-EXCEPTION
                   ADD 1 TO WS-TOT-SHORT-ACKS
               END-IF
               IF PM-STATUS-PROMISED-LATE
                   MOVE 'LP' TO EW-EXCEPTION-TYPE
                   MOVE PM-PO-QUANTITY TO EW-QTY-1
                   MOVE 0 TO EW-QTY-2
                   MOVE PM-PROMISED-DATE TO EW-DATE-1
                   MOVE PM-REQUESTED-DATE TO EW-DATE-2
                   PERFORM 220-WRITE-EXCEPTION
                   ADD 1 TO WS-TOT-LATE-PROMISES
               END-IF
               IF PM-STATUS-RECEIVED
                  AND PM-RECEIVED-QTY > PM-PO-QUANTITY
                   MOVE 'OS' TO EW-EXCEPTION-TYPE
                   MOVE PM-PO-QUANTITY TO EW-QTY-1
                   MOVE PM-RECEIVED-QTY TO EW-QTY-2
                   MOVE PM-RECEIVED-DATE TO EW-DATE-1
                   MOVE 0 TO EW-DATE-2
                   PERFORM 220-WRITE-EXCEPTION
                   ADD 1 TO WS-TOT-OVER-SHIPPED
               END-IF
           END-IF.
       220-WRITE-EXCEPTION.
           MOVE PM-SUPPLIER-CODE TO EW-SUPPLIER-CODE.
           MOVE PM-PO-NUMBER TO EW-PO-NUMBER.
           MOVE PM-PART-NUMBER TO EW-PART-NUMBER.
           MOVE PM-PLANT TO EW-PLANT.
           MOVE 'N' TO EW-DUE-SW.
           MOVE 0 TO EW-REQUEST-NO.
           WRITE EW-EXCEPTION-WORK
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT FEXPWK-OK
               PERFORM 850-FILE-FAILURE
           END-IF.
           ADD 1 TO WS-TOT-EXCEPTIONS.
      *One supplier at a time: read its first exception, work its
      *exceptions, then skip past its last key to the next one.
       300-NOTIFY-SUPPLIERS.
           MOVE 'N' TO WS-SUPPLIER-SW.
           MOVE LOW-VALUES TO EW-KEY.
           START FEXPWK KEY IS NOT LESS EW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUPPLIER-SW
           END-START.
           PERFORM 310-NOTIFY-ONE-SUPPLIER UNTIL SUPPLIERS-DONE.
       310-NOTIFY-ONE-SUPPLIER.
           READ FEXPWK NEXT
               AT END MOVE 'Y' TO WS-SUPPLIER-SW
           END-READ.
           IF NOT SUPPLIERS-DONE
               IF NOT FEXPWK-OK
                   PERFORM 850-FILE-FAILURE
               END-IF
               ADD 1 TO WS-TOT-SUPPLIERS
               MOVE EW-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER
               PERFORM 315-READ-SUPPLIER
               PERFORM 320-MARK-DUE
               IF WS-DUE-COUNT > 0
                   IF WS-CONTACT-EMAIL = SPACES
                       PERFORM 330-LIST-NOT-SENT
                   ELSE
                       PERFORM 340-WRITE-NOTICE
                       PERFORM 360-QUEUE-NOTICE
                       IF NOTICE-QUEUED
                           PERFORM 370-RECORD-SENT
                       END-IF
                   END-IF
               END-IF
               MOVE WS-CURRENT-SUPPLIER TO EW-SUPPLIER-CODE
               MOVE HIGH-VALUES TO EW-PO-NUMBER
               MOVE HIGH-VALUES TO EW-EXCEPTION-TYPE
               START FEXPWK KEY IS GREATER EW-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUPPLIER-SW
               END-START
           END-IF.
      *Contact, buyer and the buyer's mailbox for the supplier.
       315-READ-SUPPLIER.
           MOVE SPACES TO WS-SUPPLIER-NAME.
           MOVE SPACES TO WS-CONTACT-EMAIL.
           MOVE SPACES TO WS-BUYER-CODE.
           MOVE SPACES TO WS-BUYER-MAILBOX.
           MOVE SPACES TO WS-NOT-SENT-REASON.
           MOVE SPACES TO WS-NO-COPY-REASON.
           MOVE WS-CURRENT-SUPPLIER TO SM-SUPPLIER-CODE.
           READ FSUPMST
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN FSUPMST-OK
                   MOVE SM-SUPPLIER-NAME TO WS-SUPPLIER-NAME
                   MOVE SM-CONTACT-EMAIL TO WS-CONTACT-EMAIL
                   MOVE SM-BUYER-CODE TO WS-BUYER-CODE
                   IF WS-CONTACT-EMAIL = SPACES
                       MOVE 'NO CONTACT EMAIL ON SUPPLIER MASTER'
                           TO WS-NOT-SENT-REASON
                   END-IF
               WHEN FSUPMST-NOTFND
                   MOVE 'SUPPLIER NOT ON SUPPLIER MASTER'
                       TO WS-NOT-SENT-REASON
               WHEN OTHER
                   DISPLAY 'SUPPLIER MASTER READ PROBLEM ' FSUPMST-ST
                   PERFORM 850-FILE-FAILURE
           END-EVALUATE.
           IF WS-BUYER-CODE = SPACES
               MOVE 'NO BUYER ASSIGNED' TO WS-NO-COPY-REASON
           ELSE
               SET BY-IDX TO 1
               SEARCH WS-BUYER-ENTRY
                   AT END
                       MOVE 'NO BUYER CARD FOR BUYER'
                           TO WS-NO-COPY-REASON
                   WHEN BY-IDX > WS-BUYER-COUNT
                       MOVE 'NO BUYER CARD FOR BUYER'
                           TO WS-NO-COPY-REASON
                   WHEN BY-BUYER-CODE(BY-IDX) = WS-BUYER-CODE
                       MOVE BY-MAILBOX(BY-IDX) TO WS-BUYER-MAILBOX
               END-SEARCH
           END-IF.
      *Which of the supplier's exceptions go tonight: every one never
      *mailed, and every one (but an over-shipment) last mailed at
      *least RENOTIFY days ago. Every exception still open has its
      *history marked as seen tonight.
       320-MARK-DUE.
           MOVE 0 TO WS-DUE-COUNT.
           MOVE 0 TO WS-REPEAT-COUNT.
           MOVE 0 TO WS-MAX-REQUEST-NO.
           PERFORM 380-START-SUPPLIER.
           PERFORM 325-MARK-ONE UNTIL WALK-DONE.
       325-MARK-ONE.
           PERFORM 385-READ-SUPPLIER-NEXT.
           IF NOT WALK-DONE
               MOVE 'N' TO EW-DUE-SW
               MOVE 0 TO EW-REQUEST-NO
               MOVE EW-SUPPLIER-CODE TO EH-SUPPLIER-CODE
               MOVE EW-PO-NUMBER TO EH-PO-NUMBER
               MOVE EW-EXCEPTION-TYPE TO EH-EXCEPTION-TYPE
               READ FEXPHST
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN FEXPHST-NOTFND
                       MOVE 'Y' TO EW-DUE-SW
                       MOVE 1 TO EW-REQUEST-NO
                   WHEN FEXPHST-OK
                       MOVE WS-CURRENT-DATE-YYYYMMDD
                           TO EH-LAST-SEEN-DATE
                       REWRITE EH-EXPEDITE-HISTORY
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF NOT FEXPHST-OK
                           PERFORM 850-FILE-FAILURE
                       END-IF
                       IF NOT EW-OVER-SHIPPED
                          AND EH-LAST-SENT-DATE
                              NOT > WS-RENOTIFY-BEFORE-DATE
                           MOVE 'Y' TO EW-DUE-SW
                           IF EH-TIMES-SENT < 999
                               COMPUTE EW-REQUEST-NO =
                                   EH-TIMES-SENT + 1
                           ELSE
                               MOVE 999 TO EW-REQUEST-NO
                           END-IF
                       ELSE
                           ADD 1 TO WS-TOT-NOT-DUE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'NOTICE HISTORY READ PROBLEM '
                               FEXPHST-ST
                       PERFORM 850-FILE-FAILURE
               END-EVALUATE
               IF EW-DUE
                   ADD 1 TO WS-DUE-COUNT
                   IF EW-REQUEST-NO > 1
                       ADD 1 TO WS-REPEAT-COUNT
                   END-IF
                   IF EW-REQUEST-NO > WS-MAX-REQUEST-NO
                       MOVE EW-REQUEST-NO TO WS-MAX-REQUEST-NO
                   END-IF
               END-IF
               REWRITE EW-EXCEPTION-WORK
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT FEXPWK-OK
                   PERFORM 850-FILE-FAILURE
               END-IF
           END-IF.
      *No one to mail: the due exceptions go on the not-sent list
      *and the history is left alone.
       330-LIST-NOT-SENT.
           ADD 1 TO WS-TOT-NOT-SENT-SUPPLIERS.
           MOVE SPACES TO OU-EXPNSL-LINE.
           STRING 'SUPPLIER '          DELIMITED BY SIZE
                  WS-CURRENT-SUPPLIER  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-SUPPLIER-NAME     DELIMITED BY SIZE
                  ' BUYER '            DELIMITED BY SIZE
                  WS-BUYER-CODE        DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WS-NOT-SENT-REASON   DELIMITED BY SIZE
                  INTO OU-EXPNSL-LINE.
           WRITE OU-EXPNSL-LINE.
           PERFORM 380-START-SUPPLIER.
           PERFORM 335-LIST-ONE-NOT-SENT UNTIL WALK-DONE.
           MOVE SPACES TO OU-EXPRPT-LINE.
           STRING 'SUPPLIER '          DELIMITED BY SIZE
                  WS-CURRENT-SUPPLIER  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-SUPPLIER-NAME     DELIMITED BY SIZE
                  ' NOT SENT - '       DELIMITED BY SIZE
                  WS-NOT-SENT-REASON   DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WS-DUE-COUNT         DELIMITED BY SIZE
                  ' ON NOT-SENT LIST'  DELIMITED BY SIZE
                  INTO OU-EXPRPT-LINE.
           WRITE OU-EXPRPT-LINE.
       335-LIST-ONE-NOT-SENT.
           PERFORM 385-READ-SUPPLIER-NEXT.
           IF NOT WALK-DONE AND EW-DUE
               ADD 1 TO WS-TOT-NOT-SENT
               PERFORM 390-BUILD-EXCEPTION-TEXT
               MOVE SPACES TO OU-EXPNSL-LINE
               STRING '    '              DELIMITED BY SIZE
                      WS-EXCEPTION-TEXT   DELIMITED BY SIZE
                      INTO OU-EXPNSL-LINE
               WRITE OU-EXPNSL-LINE
           END-IF.
      *The notice: a header (line 000) under a new notice ID, a title
      *and an opening line, one line per due exception, and the
      *buyer to reply to.
       340-WRITE-NOTICE.
           IF WS-MAX-REQUEST-NO > 2
               MOVE 'FURTHER REQUEST' TO WS-REQUEST-HEADING
           ELSE
               MOVE 'SECOND REQUEST' TO WS-REQUEST-HEADING
           END-IF.
           MOVE WS-CONTACT-EMAIL TO WS-NOTICE-SENT-TO.
           MOVE WS-BUYER-MAILBOX TO WS-NOTICE-COPY-TO.
           MOVE 'N' TO WS-NOTICE-SW.
           PERFORM 345-ALLOCATE-NOTICE-ID UNTIL NOTICE-ALLOCATED.
           MOVE 0 TO WS-NOTICE-LINE-NO.
           MOVE SPACES TO WS-NOTICE-TEXT.
           IF WS-REPEAT-COUNT > 0
               STRING FUNCTION TRIM(WS-REQUEST-HEADING)
                                          DELIMITED BY SIZE
                      ' - EXPEDITING NOTICE '
                                          DELIMITED BY SIZE
                      WS-NOTICE-ID         DELIMITED BY SIZE
                      INTO WS-NOTICE-TEXT
           ELSE
               STRING 'EXPEDITING NOTICE ' DELIMITED BY SIZE
                      WS-NOTICE-ID         DELIMITED BY SIZE
                      INTO WS-NOTICE-TEXT
           END-IF.
           PERFORM 347-WRITE-NOTICE-LINE.
           MOVE SPACES TO WS-NOTICE-TEXT.
           STRING 'TO '                DELIMITED BY SIZE
                  WS-SUPPLIER-NAME     DELIMITED BY SIZE
                  ' SUPPLIER '         DELIMITED BY SIZE
                  WS-CURRENT-SUPPLIER  DELIMITED BY SIZE
                  ' DATE '             DELIMITED BY SIZE
                  WS-CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT.
           PERFORM 347-WRITE-NOTICE-LINE.
           MOVE 'THE FOLLOWING PURCHASE ORDERS NEED YOUR ATTENTION.'
               TO WS-NOTICE-TEXT.
           PERFORM 347-WRITE-NOTICE-LINE.
           PERFORM 380-START-SUPPLIER.
           PERFORM 350-NOTICE-ONE-EXCEPTION UNTIL WALK-DONE.
           MOVE SPACES TO WS-NOTICE-TEXT.
           STRING 'PLEASE CONFIRM OR CORRECT WITH YOUR BUYER '
                                          DELIMITED BY SIZE
                  WS-BUYER-CODE        DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT.
           PERFORM 347-WRITE-NOTICE-LINE.
      *A notice ID is the run date and a sequence; a rerun the same
      *day steps past the IDs already on the store.
       345-ALLOCATE-NOTICE-ID.
           IF WS-NOTICE-SEQ = 9999
               DISPLAY 'NOTICE IDS FOR THE DAY ALL USED'
               PERFORM 850-FILE-FAILURE
           END-IF.
           ADD 1 TO WS-NOTICE-SEQ.
           MOVE WS-NOTICE-ID TO EN-NOTICE-ID.
           MOVE 0 TO EN-LINE-NO.
           MOVE SPACES TO EN-LINE-TEXT.
           MOVE WS-CURRENT-SUPPLIER TO EN-HDR-SUPPLIER-CODE.
           MOVE WS-SUPPLIER-NAME TO EN-HDR-SUPPLIER-NAME.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO EN-HDR-NOTICE-DATE.
           MOVE WS-NOTICE-SENT-TO TO EN-HDR-SENT-TO.
           MOVE WS-NOTICE-COPY-TO TO EN-HDR-COPY-TO.
           MOVE WS-BUYER-CODE TO EN-HDR-BUYER-CODE.
           IF WS-REPEAT-COUNT > 0
               MOVE 'R' TO EN-HDR-REQUEST-FLAG
           ELSE
               MOVE 'F' TO EN-HDR-REQUEST-FLAG
           END-IF.
           MOVE WS-DUE-COUNT TO EN-HDR-EXCEPTIONS.
           WRITE EN-EXPEDITE-NOTICE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN FEXPNTC-OK
                   MOVE 'Y' TO WS-NOTICE-SW
               WHEN FEXPNTC-DUPKEY
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'NOTICE STORE WRITE PROBLEM ' FEXPNTC-ST
                   PERFORM 850-FILE-FAILURE
           END-EVALUATE.
       347-WRITE-NOTICE-LINE.
           ADD 1 TO WS-NOTICE-LINE-NO.
           MOVE WS-NOTICE-ID TO EN-NOTICE-ID.
           MOVE WS-NOTICE-LINE-NO TO EN-LINE-NO.
           MOVE WS-NOTICE-TEXT TO EN-LINE-TEXT.
           WRITE EN-EXPEDITE-NOTICE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT FEXPNTC-OK
               DISPLAY 'NOTICE STORE WRITE PROBLEM ' FEXPNTC-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
           MOVE SPACES TO WS-NOTICE-TEXT.
       350-NOTICE-ONE-EXCEPTION.
           PERFORM 385-READ-SUPPLIER-NEXT.
           IF NOT WALK-DONE AND EW-DUE
               PERFORM 390-BUILD-EXCEPTION-TEXT
               MOVE WS-EXCEPTION-TEXT TO WS-NOTICE-TEXT
               PERFORM 347-WRITE-NOTICE-LINE
           END-IF.
      *Queue the notice to the supplier, then the copy to the buyer.
      *Only a notice the queue took counts as sent; a copy the queue
      *would not take leaves the notice sent, without the copy. The
      *header is rewritten with the addresses actually queued.
       360-QUEUE-NOTICE.
           MOVE 'N' TO WS-QUEUED-SW.
           MOVE SPACES TO WS-NOTICE-SUBJECT.
           IF WS-REPEAT-COUNT > 0
               STRING FUNCTION TRIM(WS-REQUEST-HEADING)
                                          DELIMITED BY SIZE
                      ' - EXPEDITING NOTICE FOR '
                                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPPLIER-NAME)
                                          DELIMITED BY SIZE
                      ' - '               DELIMITED BY SIZE
                      WS-DUE-COUNT        DELIMITED BY SIZE
                      ' OPEN PO EXCEPTIONS, DETAIL IN NOTICE '
                                          DELIMITED BY SIZE
                      WS-NOTICE-ID        DELIMITED BY SIZE
                      INTO WS-NOTICE-SUBJECT
           ELSE
               STRING 'EXPEDITING NOTICE FOR '
                                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPPLIER-NAME)
                                          DELIMITED BY SIZE
                      ' - '               DELIMITED BY SIZE
                      WS-DUE-COUNT        DELIMITED BY SIZE
                      ' OPEN PO EXCEPTIONS, DETAIL IN NOTICE '
                                          DELIMITED BY SIZE
                      WS-NOTICE-ID        DELIMITED BY SIZE
                      INTO WS-NOTICE-SUBJECT
           END-IF.
           MOVE WS-NOTICE-ID TO WS-MAIL-NOMARCH.
           MOVE 'EXPNTC' TO WS-MAIL-ARCHIVO.
           MOVE WS-CONTACT-EMAIL TO WS-MAIL-DIRMAIL.
           MOVE WS-NOTICE-SUBJECT TO WS-MAIL-TEXTO.
           PERFORM 365-ENQUEUE-MAIL.
           IF MAILQ-WRITE-FAILED
               ADD 1 TO WS-TOT-QUEUE-FAILURES
               MOVE SPACES TO WS-NOTICE-SENT-TO
               MOVE SPACES TO WS-NOTICE-COPY-TO
               MOVE SPACES TO OU-EXPRPT-LINE
               STRING 'SUPPLIER '          DELIMITED BY SIZE
                      WS-CURRENT-SUPPLIER  DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WS-SUPPLIER-NAME     DELIMITED BY SIZE
                      ' NOTICE '           DELIMITED BY SIZE
                      WS-NOTICE-ID         DELIMITED BY SIZE
                      ' NOT QUEUED - MAIL QUEUE PROBLEM, RETRIED'
                                           DELIMITED BY SIZE
                      ' NEXT RUN'          DELIMITED BY SIZE
                      INTO OU-EXPRPT-LINE
               WRITE OU-EXPRPT-LINE
           ELSE
               MOVE 'Y' TO WS-QUEUED-SW
               ADD 1 TO WS-TOT-NOTICES
               IF WS-REPEAT-COUNT > 0
                   ADD 1 TO WS-TOT-REPEAT-NOTICES
               END-IF
               MOVE SPACES TO OU-EXPRPT-LINE
               STRING 'SUPPLIER '          DELIMITED BY SIZE
                      WS-CURRENT-SUPPLIER  DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WS-SUPPLIER-NAME     DELIMITED BY SIZE
                      ' NOTICE '           DELIMITED BY SIZE
                      WS-NOTICE-ID         DELIMITED BY SIZE
                      ' EXCEPTIONS '       DELIMITED BY SIZE
                      WS-DUE-COUNT         DELIMITED BY SIZE
                      ' REPEATS '          DELIMITED BY SIZE
                      WS-REPEAT-COUNT      DELIMITED BY SIZE
                      ' TO '               DELIMITED BY SIZE
                      WS-CONTACT-EMAIL     DELIMITED BY SPACE
                      INTO OU-EXPRPT-LINE
               WRITE OU-EXPRPT-LINE
               IF WS-BUYER-MAILBOX = SPACES
                   ADD 1 TO WS-TOT-NO-COPY
                   MOVE SPACES TO OU-EXPRPT-LINE
                   STRING '    NO BUYER COPY - ' DELIMITED BY SIZE
                          WS-NO-COPY-REASON      DELIMITED BY SIZE
                          ' '                    DELIMITED BY SIZE
                          WS-BUYER-CODE          DELIMITED BY SIZE
                          INTO OU-EXPRPT-LINE
                   WRITE OU-EXPRPT-LINE
               ELSE
                   MOVE WS-BUYER-MAILBOX TO WS-MAIL-DIRMAIL
                   MOVE SPACES TO WS-MAIL-TEXTO
                   STRING 'COPY - '          DELIMITED BY SIZE
                          WS-NOTICE-SUBJECT  DELIMITED BY SIZE
                          INTO WS-MAIL-TEXTO
                   PERFORM 365-ENQUEUE-MAIL
                   MOVE SPACES TO OU-EXPRPT-LINE
                   IF MAILQ-WRITE-FAILED
                       ADD 1 TO WS-TOT-QUEUE-FAILURES
                       MOVE SPACES TO WS-NOTICE-COPY-TO
                       STRING '    BUYER COPY NOT QUEUED - MAIL QUEUE '
                                              DELIMITED BY SIZE
                              'PROBLEM'       DELIMITED BY SIZE
                              INTO OU-EXPRPT-LINE
                   ELSE
                       ADD 1 TO WS-TOT-COPIES
                       STRING '    COPY TO BUYER '  DELIMITED BY SIZE
                              WS-BUYER-CODE         DELIMITED BY SIZE
                              ' '                   DELIMITED BY SIZE
                              WS-BUYER-MAILBOX      DELIMITED BY SPACE
                              INTO OU-EXPRPT-LINE
                   END-IF
                   WRITE OU-EXPRPT-LINE
               END-IF
           END-IF.
           PERFORM 368-REWRITE-NOTICE-HEADER.
       365-ENQUEUE-MAIL.
           SET MAILQ-WRITE-OK TO TRUE.
           OPEN EXTEND FMAILQ.
           IF NOT FMAILQ-OK
               SET MAILQ-WRITE-FAILED TO TRUE
               DISPLAY 'MAIL QUEUE OPEN PROBLEM ' FMAILQ-ST
           ELSE
               MOVE SPACES TO OU-MAILQ-LINE
               STRING 'MAILRQ'                       DELIMITED BY SIZE
                      '|'                            DELIMITED BY SIZE
                      WS-CURRENT-DATE-YYYYMMDD       DELIMITED BY SIZE
                      '|'                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAIL-DIRMAIL) DELIMITED BY SIZE
                      '|'                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAIL-NOMARCH) DELIMITED BY SIZE
                      '|'                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAIL-TEXTO)   DELIMITED BY SIZE
                      '|'                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAIL-ARCHIVO) DELIMITED BY SIZE
                      '|PEND|000'                    DELIMITED BY SIZE
                      INTO OU-MAILQ-LINE
               WRITE OU-MAILQ-LINE
               IF NOT FMAILQ-OK
                   SET MAILQ-WRITE-FAILED TO TRUE
                   DISPLAY 'MAIL QUEUE WRITE PROBLEM ' FMAILQ-ST
               END-IF
               CLOSE FMAILQ
           END-IF.
       368-REWRITE-NOTICE-HEADER.
           MOVE WS-NOTICE-ID TO EN-NOTICE-ID.
           MOVE 0 TO EN-LINE-NO.
           READ FEXPNTC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FEXPNTC-OK
               MOVE WS-NOTICE-SENT-TO TO EN-HDR-SENT-TO
               MOVE WS-NOTICE-COPY-TO TO EN-HDR-COPY-TO
               REWRITE EN-EXPEDITE-NOTICE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT FEXPNTC-OK
               DISPLAY 'NOTICE STORE REWRITE PROBLEM ' FEXPNTC-ST
               PERFORM 850-FILE-FAILURE
           END-IF.
      *Record each exception sent: who it went to, in which notice,
      *and how many times now.
       370-RECORD-SENT.
           PERFORM 380-START-SUPPLIER.
           PERFORM 375-RECORD-ONE-SENT UNTIL WALK-DONE.
       375-RECORD-ONE-SENT.
           PERFORM 385-READ-SUPPLIER-NEXT.
           IF NOT WALK-DONE AND EW-DUE
               ADD 1 TO WS-TOT-SENT
               MOVE EW-SUPPLIER-CODE TO EH-SUPPLIER-CODE
               MOVE EW-PO-NUMBER TO EH-PO-NUMBER
               MOVE EW-EXCEPTION-TYPE TO EH-EXCEPTION-TYPE
               READ FEXPHST
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FEXPHST-NOTFND
                   MOVE WS-CURRENT-DATE-YYYYMMDD
                       TO EH-FIRST-SENT-DATE
               END-IF
               MOVE WS-CURRENT-DATE-YYYYMMDD TO EH-LAST-SENT-DATE
               MOVE EW-REQUEST-NO TO EH-TIMES-SENT
               MOVE WS-CURRENT-DATE-YYYYMMDD TO EH-LAST-SEEN-DATE
               MOVE WS-NOTICE-ID TO EH-LAST-NOTICE-ID
               MOVE WS-NOTICE-SENT-TO TO EH-LAST-SENT-TO
               MOVE WS-NOTICE-COPY-TO TO EH-LAST-COPY-TO
               EVALUATE TRUE
                   WHEN FEXPHST-NOTFND
                       WRITE EH-EXPEDITE-HISTORY
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   WHEN FEXPHST-OK
                       REWRITE EH-EXPEDITE-HISTORY
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-EVALUATE
               IF NOT FEXPHST-OK
                   DISPLAY 'NOTICE HISTORY WRITE PROBLEM ' FEXPHST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               PERFORM 390-BUILD-EXCEPTION-TEXT
               MOVE SPACES TO OU-EXPRPT-LINE
               STRING '    '              DELIMITED BY SIZE
                      WS-EXCEPTION-TEXT   DELIMITED BY SIZE
                      INTO OU-EXPRPT-LINE
               WRITE OU-EXPRPT-LINE
           END-IF.
       380-START-SUPPLIER.
           MOVE 'N' TO WS-WALK-SW.
           MOVE WS-CURRENT-SUPPLIER TO EW-SUPPLIER-CODE.
           MOVE LOW-VALUES TO EW-PO-NUMBER.
           MOVE LOW-VALUES TO EW-EXCEPTION-TYPE.
           START FEXPWK KEY IS NOT LESS EW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WALK-SW
           END-START.
       385-READ-SUPPLIER-NEXT.
           READ FEXPWK NEXT
               AT END MOVE 'Y' TO WS-WALK-SW
           END-READ.
           IF NOT WALK-DONE
               IF NOT FEXPWK-OK
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF EW-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
                   MOVE 'Y' TO WS-WALK-SW
               END-IF
           END-IF.
      *One exception in words, the same on the notice, the report
      *and the not-sent list. A repeat carries its request number.
       390-BUILD-EXCEPTION-TEXT.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           MOVE 1 TO WS-TEXT-PTR.
           IF EW-REQUEST-NO > 1
               STRING '(REQUEST '         DELIMITED BY SIZE
                      EW-REQUEST-NO       DELIMITED BY SIZE
                      ') '                DELIMITED BY SIZE
                      INTO WS-EXCEPTION-TEXT
                      WITH POINTER WS-TEXT-PTR
           END-IF.
           STRING 'PO '                DELIMITED BY SIZE
                  EW-PO-NUMBER         DELIMITED BY SIZE
                  ' PART '             DELIMITED BY SIZE
                  EW-PART-NUMBER       DELIMITED BY SIZE
                  ' PLANT '            DELIMITED BY SIZE
                  EW-PLANT             DELIMITED BY SIZE
                  INTO WS-EXCEPTION-TEXT
                  WITH POINTER WS-TEXT-PTR.
           EVALUATE TRUE
               WHEN EW-NOT-ACKNOWLEDGED
                   STRING ' NOT ACKNOWLEDGED - SENT ' DELIMITED BY SIZE
                          EW-DATE-1           DELIMITED BY SIZE
                          ' QTY '             DELIMITED BY SIZE
                          EW-QTY-1            DELIMITED BY SIZE
                          ' REQUESTED '       DELIMITED BY SIZE
                          EW-DATE-2           DELIMITED BY SIZE
                          INTO WS-EXCEPTION-TEXT
                          WITH POINTER WS-TEXT-PTR
               WHEN EW-SHORT-ACK
                   STRING ' SHORT ACKNOWLEDGMENT - ORDERED '
                                              DELIMITED BY SIZE
                          EW-QTY-1            DELIMITED BY SIZE
                          ' CONFIRMED '       DELIMITED BY SIZE
                          EW-QTY-2            DELIMITED BY SIZE
                          ' REQUESTED '       DELIMITED BY SIZE
                          EW-DATE-2           DELIMITED BY SIZE
                          INTO WS-EXCEPTION-TEXT
                          WITH POINTER WS-TEXT-PTR
               WHEN EW-LATE-PROMISE
                   STRING ' PROMISED '        DELIMITED BY SIZE
                          EW-DATE-1           DELIMITED BY SIZE
                          ' LATER THAN REQUESTED ' DELIMITED BY SIZE
                          EW-DATE-2           DELIMITED BY SIZE
                          ' QTY '             DELIMITED BY SIZE
                          EW-QTY-1            DELIMITED BY SIZE
                          INTO WS-EXCEPTION-TEXT
                          WITH POINTER WS-TEXT-PTR
               WHEN EW-OVER-SHIPPED
                   STRING ' OVER-SHIPPED - ORDERED ' DELIMITED BY SIZE
                          EW-QTY-1            DELIMITED BY SIZE
                          ' RECEIVED '        DELIMITED BY SIZE
                          EW-QTY-2            DELIMITED BY SIZE
                          ' ON '              DELIMITED BY SIZE
                          EW-DATE-1           DELIMITED BY SIZE
                          INTO WS-EXCEPTION-TEXT
                          WITH POINTER WS-TEXT-PTR
           END-EVALUATE.
      *History for an exception not seen tonight has cleared; drop
      *it so the same exception arising later starts afresh.
       400-DROP-CLEARED-HISTORY.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE LOW-VALUES TO EH-KEY.
           START FEXPHST KEY IS NOT LESS EH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-SW
           END-START.
           PERFORM 410-DROP-ONE-CLEARED UNTIL SCAN-DONE.
       410-DROP-ONE-CLEARED.
           READ FEXPHST NEXT
               AT END MOVE 'Y' TO WS-SCAN-SW
           END-READ.
           IF NOT SCAN-DONE
               IF NOT FEXPHST-OK
                   DISPLAY 'NOTICE HISTORY READ PROBLEM ' FEXPHST-ST
                   PERFORM 850-FILE-FAILURE
               END-IF
               IF EH-LAST-SEEN-DATE < WS-CURRENT-DATE-YYYYMMDD
                   DELETE FEXPHST
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF NOT FEXPHST-OK
                       DISPLAY 'NOTICE HISTORY DELETE PROBLEM '
                               FEXPHST-ST
                       PERFORM 850-FILE-FAILURE
                   END-IF
                   ADD 1 TO WS-TOT-CLEARED
               END-IF
           END-IF.
      *A file failure part way leaves tonight's notices unrecorded:
      *stop loudly rather than mail on without a history.
       850-FILE-FAILURE.
           DISPLAY 'EXPEDITING FILE PROBLEM ' FEXPWK-ST ' '
                   FEXPHST-ST ' ' FEXPNTC-ST ' - RUN STOPPED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 900-CLOSE.
           GOBACK.
       900-CLOSE.
           MOVE SPACES TO OU-EXPRPT-LINE.
           STRING 'POS READ '          DELIMITED BY SIZE
                  WS-TOT-POS-READ       DELIMITED BY SIZE
                  ' EXCEPTIONS '        DELIMITED BY SIZE
                  WS-TOT-EXCEPTIONS     DELIMITED BY SIZE
                  ' UNACKED '           DELIMITED BY SIZE
                  WS-TOT-UNACKED        DELIMITED BY SIZE
                  ' SHORT '             DELIMITED BY SIZE
                  WS-TOT-SHORT-ACKS     DELIMITED BY SIZE
                  ' LATE '              DELIMITED BY SIZE
                  WS-TOT-LATE-PROMISES  DELIMITED BY SIZE
                  ' OVER '              DELIMITED BY SIZE
                  WS-TOT-OVER-SHIPPED   DELIMITED BY SIZE
                  INTO OU-EXPRPT-LINE.
           IF FEXPRPT-OK
               WRITE OU-EXPRPT-LINE
           END-IF.
           MOVE SPACES TO OU-EXPRPT-LINE.
           STRING 'SUPPLIERS '         DELIMITED BY SIZE
                  WS-TOT-SUPPLIERS      DELIMITED BY SIZE
                  ' NOTICES '           DELIMITED BY SIZE
                  WS-TOT-NOTICES        DELIMITED BY SIZE
                  ' REPEAT '            DELIMITED BY SIZE
                  WS-TOT-REPEAT-NOTICES DELIMITED BY SIZE
                  ' SENT '              DELIMITED BY SIZE
                  WS-TOT-SENT           DELIMITED BY SIZE
                  ' NOT DUE '           DELIMITED BY SIZE
                  WS-TOT-NOT-DUE        DELIMITED BY SIZE
                  ' COPIES '            DELIMITED BY SIZE
                  WS-TOT-COPIES         DELIMITED BY SIZE
                  INTO OU-EXPRPT-LINE.
           IF FEXPRPT-OK
               WRITE OU-EXPRPT-LINE
           END-IF.
           MOVE SPACES TO OU-EXPRPT-LINE.
           STRING 'NO BUYER COPY '     DELIMITED BY SIZE
                  WS-TOT-NO-COPY        DELIMITED BY SIZE
                  ' SUPPLIERS NOT SENT ' DELIMITED BY SIZE
                  WS-TOT-NOT-SENT-SUPPLIERS DELIMITED BY SIZE
                  ' EXCEPTIONS NOT SENT ' DELIMITED BY SIZE
                  WS-TOT-NOT-SENT       DELIMITED BY SIZE
                  ' QUEUE FAILURES '    DELIMITED BY SIZE
                  WS-TOT-QUEUE-FAILURES DELIMITED BY SIZE
                  ' HISTORY CLEARED '   DELIMITED BY SIZE
                  WS-TOT-CLEARED        DELIMITED BY SIZE
                  INTO OU-EXPRPT-LINE.
           IF FEXPRPT-OK
               WRITE OU-EXPRPT-LINE
           END-IF.
           IF WS-TOT-NOT-SENT-SUPPLIERS = 0 AND FEXPNSL-OK
               MOVE '  NONE' TO OU-EXPNSL-LINE
               WRITE OU-EXPNSL-LINE
           END-IF.
           IF (WS-TOT-NOT-SENT-SUPPLIERS > 0
               OR WS-TOT-QUEUE-FAILURES > 0)
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE FPOMAST.
           CLOSE FSUPMST.
           CLOSE FEXPWK.
           CLOSE FEXPHST.
           CLOSE FEXPNTC.
           CLOSE FEXPRPT.
           CLOSE FEXPNSL.
           DISPLAY 'EXPNOTE COMPLETE, NOTICES ' WS-TOT-NOTICES
                   ' EXCEPTIONS SENT ' WS-TOT-SENT
                   ' SUPPLIERS NOT SENT ' WS-TOT-NOT-SENT-SUPPLIERS
                   ' QUEUE FAILURES ' WS-TOT-QUEUE-FAILURES.
