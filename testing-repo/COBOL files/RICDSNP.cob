       PROCESS
               APOST.
       IDENTIFICATION DIVISION.

       PROGRAM-ID.               RICDSNP.
      * Description: Daily ICDNro Usage Snapshot
      * 2026-10-15  Initial version. Daily batch that reads IICDNR
      *             from the first PICID and appends one line per
      *             live number range to the usage history ICDHST
      *             (date|PICID|PICULTNRO, the number zero-padded to
      *             18 digits). Closed ranges (PICSTATUS 'C') are
      *             left out, and archived ranges are no longer on
      *             IICDNR once RICDARC has moved them to IICDNRA.
      *             RICDFCS projects each range's exhaustion date
      *             from this history. A rerun on the same day only
      *             adds a second line for that date; RICDFCS keeps
      *             the last one read.
       AUTHOR.                   MAINTENANCE
                                 FOR IBM COBOL/400.
       DATE-WRITTEN.             15 de Octubre de 2026.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.          IBM-AS400.
       OBJECT-COMPUTER.          IBM-AS400.
       SPECIAL-NAMES.            DECIMAL-POINT IS COMMA
                                 .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0-ICDNRO ASSIGN TO DATABASE-IICDNR INDEXED
                  ACCESS DYNAMIC RECORD EXTERNALLY-DESCRIBED-KEY
                   STATUS V-FS.
           SELECT OPTIONAL GX-ICDHST ASSIGN TO DISK-ICDHST
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS WS-ICDHST-ST.
       I-O-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  F0-ICDNRO LABEL RECORDS ARE OMITTED.
       01  F0-ICDNRO-RCD.
           COPY DDSR-ALL-FORMATS OF IICDNR.
       FD  GX-ICDHST.
       01  WS-ICDHST-LINE   PIC X(80).
       WORKING-STORAGE SECTION.

       01  V-FS                           PIC XX.
       01  WS-ICDHST-ST                   PIC XX.
           88 ICDHST-ST-OK                             VALUE '00'
                                                              '05'.
       01  WS-ICD-EOF                     PIC X(1) VALUE 'N'.
           88 NO-MORE-ICDNRO                           VALUE 'Y'.
       01  WS-TOTALS.
           05 WS-TOT-READ                 PIC 9(7) VALUE ZEROES.
           05 WS-TOT-RECORDED             PIC 9(7) VALUE ZEROES.
           05 WS-TOT-CLOSED               PIC 9(7) VALUE ZEROES.
           05 WS-TOT-ERRORS               PIC 9(7) VALUE ZEROES.
       01  WS-CLOSED-STATUS               PIC X(1) VALUE 'C'.
       01  WS-RUN-DATE                    PIC 9(8) VALUE ZEROES.
      * --- Display copy of the (packed) database number for the
      * --- history STRING.
       01  WS-HST-ULTNRO                  PIC 9(18) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT F0-ICDNRO
           IF V-FS NOT = '00'
              DISPLAY 'RICDSNP: IICDNR OPEN FAILED, STATUS ' V-FS
              GOBACK
           END-IF
           OPEN EXTEND GX-ICDHST
           IF NOT ICDHST-ST-OK
              DISPLAY 'RICDSNP: ICDHST OPEN FAILED, STATUS '
                      WS-ICDHST-ST
              CLOSE F0-ICDNRO
              GOBACK
           END-IF
           MOVE LOW-VALUE TO PICID OF F0-ICDNRO-RCD
           START F0-ICDNRO KEY IS >= PICID OF F0-ICDNRO-RCD
              INVALID KEY
                 MOVE 'Y' TO WS-ICD-EOF
           END-START
           PERFORM SNP-ONE-RECORD UNTIL NO-MORE-ICDNRO
           CLOSE F0-ICDNRO
           CLOSE GX-ICDHST
           DISPLAY 'RICDSNP: ' WS-RUN-DATE
                   ' READ ' WS-TOT-READ
                   ' RECORDED ' WS-TOT-RECORDED
                   ' CLOSED ' WS-TOT-CLOSED
                   ' ERRORS ' WS-TOT-ERRORS
           GOBACK
           CONTINUE.

       SNP-ONE-RECORD.

           READ F0-ICDNRO NEXT
              AT END
                 MOVE 'Y' TO WS-ICD-EOF
           END-READ
           IF NO-MORE-ICDNRO
              CONTINUE
           ELSE
              IF V-FS = '00'
                 ADD 1 TO WS-TOT-READ
                 IF PICSTATUS OF F0-ICDNRO-RCD = WS-CLOSED-STATUS
                    ADD 1 TO WS-TOT-CLOSED
                 ELSE
                    PERFORM SNP-WRITE-ONE
                 END-IF
              ELSE
                 IF V-FS = '10' OR V-FS = '23'
                    MOVE 'Y' TO WS-ICD-EOF
                 ELSE
                    DISPLAY 'RICDSNP: IICDNR READ FAILED, STATUS '
                            V-FS
                    MOVE 'Y' TO WS-ICD-EOF
                 END-IF
              END-IF
           END-IF
           CONTINUE.

       SNP-WRITE-ONE.

           MOVE PICULTNRO OF F0-ICDNRO-RCD TO WS-HST-ULTNRO
           MOVE SPACES TO WS-ICDHST-LINE
           STRING WS-RUN-DATE '|'
                  PICID OF F0-ICDNRO-RCD '|'
                  WS-HST-ULTNRO
                  DELIMITED BY SIZE INTO WS-ICDHST-LINE
           WRITE WS-ICDHST-LINE
           IF ICDHST-ST-OK
              ADD 1 TO WS-TOT-RECORDED
           ELSE
              ADD 1 TO WS-TOT-ERRORS
              DISPLAY 'RICDSNP: ICDHST WRITE FAILED, STATUS '
                      WS-ICDHST-ST ' PICID ' PICID OF F0-ICDNRO-RCD
           END-IF
           CONTINUE.
