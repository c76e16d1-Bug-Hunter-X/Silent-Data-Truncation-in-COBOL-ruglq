           SELECT REPORT-FILE ASSIGN TO "LENPURGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTIONS-FILE.
                                   BY ==ARC-HIST-TYPE-DATA-CLASS==
                               ==HIST-TYPE-DUP-KEY==
                                   BY ==ARC-HIST-TYPE-DUP-KEY==
                               ==HIST-TYPE-MANDATORY==
                                   BY ==ARC-HIST-TYPE-MANDATORY==
                               ==HIST-TYPE-MIN-LENGTH==
                                   BY ==ARC-HIST-TYPE-MIN-LENGTH==
                               ==HIST-TYPE-NUMERIC==
                                   BY ==ARC-HIST-TYPE-NUMERIC==
                               ==HIST-TYPE-EMAIL==
                                   BY ==ARC-HIST-TYPE-EMAIL==
                               ==HIST-TYPE-TOTALS==
                                   BY ==ARC-HIST-TYPE-TOTALS==
                               ==HIST-SEVERITY==
       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-CORR-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-AUD-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-AFTER-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENPURGE' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PURGE-CORRECTIONS
           PERFORM 4000-PURGE-AUDIT-LOG
           PERFORM 5000-PURGE-HISTORY
           PERFORM 8000-FINALIZE
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
           STRING '  RECORDS AFTER         ' WS-AFTER-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
      *    The ledger carries the three files added together.
           ADD WS-BEFORE-COUNT     TO LG-RECORDS-READ
           ADD WS-ARCHIVED-COUNT   TO LG-RECORDS-WRITTEN
           ADD WS-KEPT-OPEN-COUNT  TO LG-RECORDS-SKIPPED
           ADD WS-KEPT-UNDATED-COUNT TO LG-RECORDS-SKIPPED.

       7200-REPORT-SKIPPED-FILE.
           MOVE SPACES TO RPT-LINE

       8000-FINALIZE.
           CLOSE REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENPURGE.
