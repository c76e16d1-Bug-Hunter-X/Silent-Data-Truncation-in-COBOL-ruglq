           SELECT COUNTS-FILE ASSIGN TO "LENXLCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-REPORT.
       COPY EXCFILE.
      *    Same storage-sharing trailer overlay as everywhere else
      *    this file is read - see 7000-WRITE-CONTROL-TOTALS in
      *    lenBatch.cob for the byte-54 reasoning.  This program
      *    needs the full set of totals plus the balance flag.
       01  EXC-SUMMARY-RECORD.
           05  FILLER                  PIC X(53).
           05  SUM-RECORD-TYPE         PIC X(1).
               88  SUM-IS-SUMMARY             VALUE 'S'.
      *    LENBATCH's per-feed 'F' subtotals precede the 'S'
           05  SUM-BALANCE-STATUS      PIC X(1).
               88  SUM-IN-BALANCE             VALUE 'B'.
               88  SUM-OUT-OF-BALANCE         VALUE 'U'.
           05  FILLER                  PIC X(161).

      *    Per-job thresholds, one line per job in fixed columns -
      *    job name (8, '*' in column 1 is the catch-all default
           05  CNT-RECORDS-CARRIED     PIC 9(9).
           05  CNT-RECORDS-PURGED      PIC 9(9).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-EXC-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-THR-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-RATE-EDITED              PIC ZZ9.99.
       01  WS-BREACH-COUNT             PIC 9(2)  VALUE 0.
       01  WS-GATE-RC                  PIC 9(2)  VALUE 0.
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENTHRSH' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-READ-CONTROL-TOTALS
           PERFORM 2000-LOAD-THRESHOLDS
           PERFORM 3000-CHECK-THRESHOLDS
           END-IF
           DISPLAY 'LENTHRSH: GATE RETURN CODE ' WS-GATE-RC
           MOVE WS-GATE-RC TO RETURN-CODE
           MOVE WS-EXCEPTION-LINES TO LG-RECORDS-READ
           MOVE WS-BREACH-COUNT    TO LG-RECORDS-BREACHED
           IF WS-BREACH-COUNT > 0
               MOVE 'GATE CLOSED - THRESHOLD BREACHED, STREAM HELD'
                   TO LG-STATUS-TEXT
           END-IF
           PERFORM LENLGR-WRITE-END
           STOP RUN.

      *    The summary trailer is the last 'S' record on the file -
                   CLOSE COUNTS-FILE
               END-IF
           END-IF.

       COPY LENLGRPD.
       END PROGRAM LENTHRSH.
