      *--------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *--------------------------------------------------------------
       PROGRAM-ID.      POINQ.
       AUTHOR.          WARRIORS.
      *--------------------------------------------------------------
      ***************************************************************
      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-10-15
      * V R M:                      V0R0M1
      ***************************************************************
      ***************************************************************
      * Purchase order inquiry over the PO master and the PO archive.
      *
      * The operator keys a PO number and sees its lifecycle record:
      * part, supplier, plant, status, ordered/acknowledged/received
      * quantities and dates, and for a closed PO the closing reason
      * and short-closed quantity. A PO no longer on FPOMAST is
      * answered from the archive POCLOSE writes (FPOARCH) with the
      * date it was archived, so a closed PO stays answerable after
      * it leaves the live master. A blank entry ends the session.
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
           SELECT FPOMAST ASSIGN TO DPOMAST
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS PM-PO-NUMBER
               FILE STATUS IS FPOMAST-ST.
           SELECT FPOARCH ASSIGN TO DPOARCH
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS PA-PO-NUMBER
               FILE STATUS IS FPOARCH-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
       FILE SECTION.
       FD  FPOMAST.
           COPY 'POMAST'.
       FD  FPOARCH.
           COPY 'POARCH'.
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
       01  WS-INQUIRY-FIELDS.
           05 WS-ASK-PO                    PIC X(10) VALUE SPACES.
       01  PROGRAM-SWITCHES.
           05 WS-SESSION-SW                PIC X(01) VALUE 'N'.
             88 SESSION-DONE                         VALUE 'Y'.
           05 FPOMAST-ST                   PIC X(02).
             88 FPOMAST-OK                           VALUE '00'.
             88 FPOMAST-NOTFND                       VALUE '23'.
           05 FPOARCH-ST                   PIC X(02).
             88 FPOARCH-OK                           VALUE '00'.
             88 FPOARCH-NOTFND                       VALUE '23'.
             88 FPOARCH-ABSENT                       VALUE '35'.
           05 WS-POARCH-SW                 PIC X(01) VALUE 'N'.
             88 PO-ARCHIVE-OPEN                      VALUE 'Y'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
           OPEN INPUT FPOMAST.
           IF NOT FPOMAST-OK
               DISPLAY 'PO MASTER FILE PROBLEM ' FPOMAST-ST
               GOBACK
           END-IF.
      *The archive is optional: until POCLOSE has archived anything
      *a PO off the master simply answers not-found.
           OPEN INPUT FPOARCH.
           IF FPOARCH-OK
               MOVE 'Y' TO WS-POARCH-SW
           ELSE
               IF NOT FPOARCH-ABSENT
                   DISPLAY 'PO ARCHIVE FILE PROBLEM ' FPOARCH-ST
               END-IF
           END-IF.
           PERFORM 200-ONE-INQUIRY UNTIL SESSION-DONE.
           CLOSE FPOMAST.
           IF PO-ARCHIVE-OPEN
               CLOSE FPOARCH
           END-IF.
           GOBACK.
       200-ONE-INQUIRY.
           DISPLAY ' '.
           DISPLAY 'PO NUMBER? (BLANK TO END)'.
           MOVE SPACES TO WS-ASK-PO.
           ACCEPT WS-ASK-PO.
           IF WS-ASK-PO = SPACES
               MOVE 'Y' TO WS-SESSION-SW
           ELSE
               PERFORM 210-LOOKUP-PO
           END-IF.
      *The live master first, then the archive.
       210-LOOKUP-PO.
           MOVE WS-ASK-PO TO PM-PO-NUMBER.
           READ FPOMAST
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FPOMAST-OK
               PERFORM 220-SHOW-MASTER-PO
           ELSE
               IF NOT FPOMAST-NOTFND
                   DISPLAY 'PO MASTER READ PROBLEM ' FPOMAST-ST
               ELSE
                   IF PO-ARCHIVE-OPEN
                       MOVE WS-ASK-PO TO PA-PO-NUMBER
                       READ FPOARCH
                           INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
                   IF PO-ARCHIVE-OPEN AND FPOARCH-OK
                       PERFORM 230-SHOW-ARCHIVED-PO
                   ELSE
                       DISPLAY 'PO NOT FOUND: ' WS-ASK-PO
                   END-IF
               END-IF
           END-IF.
       220-SHOW-MASTER-PO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PO       : ' PM-PO-NUMBER
                   ' STATUS ' PM-PO-STATUS
                   ' SINCE ' PM-STATUS-DATE.
           DISPLAY 'PART     : ' PM-PART-NUMBER
                   ' SUPPLIER ' PM-SUPPLIER-CODE
                   ' PLANT ' PM-PLANT.
           DISPLAY 'ORDERED  : ' PM-PO-QUANTITY
                   ' ON ' PM-ORDER-DATE
                   ' DUE ' PM-REQUESTED-DATE.
           DISPLAY 'ACKED    : ' PM-ACK-QUANTITY
                   ' PROMISED ' PM-PROMISED-DATE.
           DISPLAY 'RECEIVED : ' PM-RECEIVED-QTY
                   ' ON ' PM-RECEIVED-DATE.
           IF PM-STATUS-CLOSED
               DISPLAY 'CLOSED   : REASON ' PM-CLOSE-REASON
                       ' SHORT-CLOSED ' PM-SHORT-CLOSE-QTY
           END-IF.
           IF PM-STATUS-OPEN AND PM-NIGHTS-MISSING > 0
               DISPLAY 'MISSING  : ' PM-NIGHTS-MISSING
                       ' NIGHTS FROM THE EXTRACT, LAST '
                       PM-LAST-MISSED-DATE
           END-IF.
       230-SHOW-ARCHIVED-PO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PO       : ' PA-PO-NUMBER
                   ' STATUS ' PA-PO-STATUS
                   ' SINCE ' PA-STATUS-DATE
                   ' ARCHIVED ' PA-ARCHIVED-DATE.
           DISPLAY 'PART     : ' PA-PART-NUMBER
                   ' SUPPLIER ' PA-SUPPLIER-CODE
                   ' PLANT ' PA-PLANT.
           DISPLAY 'ORDERED  : ' PA-PO-QUANTITY
                   ' ON ' PA-ORDER-DATE
                   ' DUE ' PA-REQUESTED-DATE.
           DISPLAY 'ACKED    : ' PA-ACK-QUANTITY
                   ' PROMISED ' PA-PROMISED-DATE.
           DISPLAY 'RECEIVED : ' PA-RECEIVED-QTY
                   ' ON ' PA-RECEIVED-DATE.
           DISPLAY 'CLOSED   : REASON ' PA-CLOSE-REASON
                   ' SHORT-CLOSED ' PA-SHORT-CLOSE-QTY.
