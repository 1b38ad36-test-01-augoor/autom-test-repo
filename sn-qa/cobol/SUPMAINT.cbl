      ***************************************************************
      * Developer:                  Maintenance
      * Created:                    2026-09-02
      * V R M:                      V0R0M2
      ***************************************************************
      ***************************************************************
      * Supplier master maintenance for purchasing.
      * every transaction, applied or rejected, is printed to the
      * FSUPLOG maintenance log with its before and after status so
      * the file's history stops depending on who last touched it.
      *
      * Adds and changes also carry the supplier's expediting
      * contact email and the code of the buyer assigned to the
      * supplier, which EXPNOTE mails its notices to. A blank email
      * or buyer keeps what is on file; a Y in the clear flag blanks
      * both before the transaction's own values are applied. An
      * email must hold exactly one @, not in the first position,
      * and no embedded spaces. When an add or change is applied a
      * second log line shows the buyer and contact now on file.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   Contact email and buyer code on adds and changes.
      * 2026-09-02 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
           05  TX-SUPPLIER-NAME        PIC X(20).
           05  TX-SUPPLIER-STATUS      PIC X(01).
           05  TX-STATUS-DATE          PIC X(08).
           05  TX-BUYER-CODE           PIC X(05).
           05  TX-CONTACT-EMAIL        PIC X(60).
           05  TX-CLEAR-CONTACT        PIC X(01).
               88  TX-CLEAR-CONTACT-FIELDS VALUE 'Y'.
           05  FILLER                  PIC X(14).
       FD  FSUPMST.
           COPY 'SUPMAST'.
       FD  FSUPLOG.
           05 WS-AFTER-STATUS              PIC X(01) VALUE SPACE.
           05 WS-NEW-STATUS                PIC X(01) VALUE SPACE.
           05 WS-NEW-DATE                  PIC 9(08) VALUE 0.
           05 WS-EMAIL-AT-COUNT            PIC 9(03) VALUE 0.
           05 WS-EMAIL-LENGTH              PIC 9(03) VALUE 0.
       01  WS-CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE 0.
       01  WS-RUN-TOTALS.
           05 WS-TOT-TXNS-READ             PIC 9(09) VALUE 0.
                   END-IF
               END-IF
           END-IF.
           IF NOT TXN-REJECTED AND TX-CLEAR-CONTACT NOT = SPACE
              AND NOT TX-CLEAR-CONTACT-FIELDS
               MOVE 'CLEAR CONTACT FLAG NOT Y' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           END-IF.
           IF NOT TXN-REJECTED AND TX-CONTACT-EMAIL NOT = SPACES
               PERFORM 212-EDIT-EMAIL
           END-IF.
      *The length is everything before the first space; anything
      *non-blank after it is an embedded space.
       212-EDIT-EMAIL.
           MOVE 0 TO WS-EMAIL-AT-COUNT.
           MOVE 0 TO WS-EMAIL-LENGTH.
           INSPECT TX-CONTACT-EMAIL TALLYING WS-EMAIL-AT-COUNT
               FOR ALL '@'.
           INSPECT TX-CONTACT-EMAIL TALLYING WS-EMAIL-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-EMAIL-AT-COUNT NOT = 1
              OR TX-CONTACT-EMAIL(1:1) = '@'
              OR TX-CONTACT-EMAIL(1:1) = SPACE
               MOVE 'CONTACT EMAIL NOT VALID' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-TXN-SW
           ELSE
               IF WS-EMAIL-LENGTH < 60
                   IF TX-CONTACT-EMAIL(WS-EMAIL-LENGTH + 1:)
                      NOT = SPACES
                       MOVE 'CONTACT EMAIL HAS SPACES'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-TXN-SW
                   END-IF
               END-IF
           END-IF.
       220-ADD-SUPPLIER.
           PERFORM 215-READ-MASTER.
           IF FSUPMST-OK
                   MOVE TX-SUPPLIER-NAME TO SM-SUPPLIER-NAME
                   MOVE WS-NEW-STATUS TO SM-SUPPLIER-STATUS
                   MOVE WS-NEW-DATE TO SM-STATUS-DATE
                   MOVE TX-CONTACT-EMAIL TO SM-CONTACT-EMAIL
                   MOVE TX-BUYER-CODE TO SM-BUYER-CODE
                   WRITE SM-SUPPLIER-MASTER
                       INVALID KEY
                           CONTINUE
               END-IF
           END-IF.
      *A change replaces only the fields the transaction carries:
      *a blank name keeps the name, a blank status keeps the status,
      *a blank email or buyer keeps the one on file.
       230-CHANGE-SUPPLIER.
           PERFORM 215-READ-MASTER.
           IF FSUPMST-OK
                   MOVE WS-NEW-STATUS TO SM-SUPPLIER-STATUS
                   MOVE WS-NEW-DATE TO SM-STATUS-DATE
               END-IF
               IF TX-CLEAR-CONTACT-FIELDS
                   MOVE SPACES TO SM-CONTACT-EMAIL
                   MOVE SPACES TO SM-BUYER-CODE
               END-IF
               IF TX-CONTACT-EMAIL NOT = SPACES
                   MOVE TX-CONTACT-EMAIL TO SM-CONTACT-EMAIL
               END-IF
               IF TX-BUYER-CODE NOT = SPACES
                   MOVE TX-BUYER-CODE TO SM-BUYER-CODE
               END-IF
               REWRITE SM-SUPPLIER-MASTER
                   INVALID KEY
                       CONTINUE
                      INTO OU-SUPLOG-LINE
           END-IF.
           WRITE OU-SUPLOG-LINE.
           IF NOT TXN-REJECTED AND NOT TX-DEACT-SUPPLIER
               PERFORM 255-LOG-CONTACT
           END-IF.
      *The contact line is indented past the supplier code so that
      *nothing reading the log for APPLIED lines takes it for one.
       255-LOG-CONTACT.
           MOVE SPACES TO OU-SUPLOG-LINE.
           STRING '             BUYER ' DELIMITED BY SIZE
                  SM-BUYER-CODE          DELIMITED BY SIZE
                  ' CONTACT '            DELIMITED BY SIZE
                  SM-CONTACT-EMAIL       DELIMITED BY SIZE
                  INTO OU-SUPLOG-LINE.
           WRITE OU-SUPLOG-LINE.
       900-CLOSE.
           MOVE SPACES TO OU-SUPLOG-LINE.
           STRING 'TXNS '              DELIMITED BY SIZE
