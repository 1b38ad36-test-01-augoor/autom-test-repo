      * every open purchase order, answered from last night's keyed
      * output instead of a flat-file scan. A blank entry ends the
      * session.
      *
      * A supplier merged into another (SUPALIAS, FSUPALS) no longer
      * appears under its old code once PARTMAIN resolves it; a
      * lookup on the old code says which supplier it was merged
      * into instead of reporting it not found.
      ***************************************************************
      ***************************************************************
      * Modifications
      * 2026-10-15 Maintenance  V0R0M2
      *   Old supplier code of a merger answers "merged into".
      * 2026-09-02 Maintenance  V0R0M1
      *   Initial version.
      ***************************************************************
               ACCESS DYNAMIC
               RECORD KEY IS KY-SXREF-KEY
               FILE STATUS IS FSXREFK-ST.
           SELECT FSUPALS ASSIGN TO DSUPALS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS SA-OLD-SUPPLIER-CODE
               FILE STATUS IS FSUPALS-ST.
      *-------------------------------------------------------------
       DATA DIVISION.
      *-------------------------------------------------------------
               10  KY-SUPPLIER-CODE    PIC X(10).
               10  KY-PART-NUMBER      PIC X(10).
           05  KY-IMAGE                PIC X(516).
       FD  FSUPALS.
           COPY 'SUPALIAS'.
      *-------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-------------------------------------------------------------
             88 FSXREFK-OK                           VALUE '00'.
             88 FSXREFK-EOF                          VALUE '10'.
             88 FSXREFK-NOTFND                       VALUE '23'.
           05 FSUPALS-ST                   PIC X(02).
             88 FSUPALS-OK                           VALUE '00'.
             88 FSUPALS-NOTFND                       VALUE '23'.
           05 WS-FSUPALS-OPEN              PIC X(01) VALUE 'N'.
             88 FSUPALS-IS-OPEN                      VALUE 'Y'.
      *-------------------------------------------------------------
       PROCEDURE DIVISION.
      *-------------------------------------------------------------
               DISPLAY 'SUPPLIER XREF FILE PROBLEM ' FSXREFK-ST
               GOBACK
           END-IF.
      *No alias file yet simply means no mergers to answer for.
           OPEN INPUT FSUPALS.
           IF FSUPALS-OK
               MOVE 'Y' TO WS-FSUPALS-OPEN
           END-IF.
           PERFORM 200-ONE-INQUIRY UNTIL SESSION-DONE.
           CLOSE FSXREFK.
           IF FSUPALS-IS-OPEN
               CLOSE FSUPALS
           END-IF.
           GOBACK.
       200-ONE-INQUIRY.
           DISPLAY ' '.
           END-START.
           PERFORM 220-READ-NEXT-MATCH UNTIL BROWSE-DONE.
           IF WS-MATCH-COUNT = 0
               PERFORM 215-CHECK-MERGED
           ELSE
               DISPLAY 'PARTS SOURCED: ' WS-MATCH-COUNT
           END-IF.
      *Nothing under the code: it may be a supplier merged away.
       215-CHECK-MERGED.
           IF FSUPALS-IS-OPEN
               MOVE WS-ASK-SUPPLIER TO SA-OLD-SUPPLIER-CODE
               READ FSUPALS
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF FSUPALS-IS-OPEN AND FSUPALS-OK
               DISPLAY 'SUPPLIER ' WS-ASK-SUPPLIER
                       ' MERGED INTO ' SA-SURVIVING-CODE
                       ' EFFECTIVE ' SA-EFFECTIVE-DATE
           ELSE
               DISPLAY 'SUPPLIER NOT FOUND: ' WS-ASK-SUPPLIER
           END-IF.
       220-READ-NEXT-MATCH.
           READ FSXREFK NEXT
               AT END MOVE 'Y' TO WS-BROWSE-SW
