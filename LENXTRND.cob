      * Truncation trend report off the permanent history master.
      * Reads LENHIST (appended nightly by LENXHIST) in calendar
      * order and prints weekly and monthly trend lines - exceptions
      * by job, by field, by exception type (L, C and the M/U/N/E
      * format-rule kinds each on its own) and by severity,
      * each period's exception rate computed against the records-
      * read totals records LENXHIST folds in from the LENEXCPT
      * summary trailers.  This is the report field-width
           SELECT REPORT-FILE ASSIGN TO "LENTREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER.
       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2)  VALUE '00'.
               10  WS-PER-EXCEPTIONS   PIC 9(9).
               10  WS-PER-TYPE-L       PIC 9(9).
               10  WS-PER-TYPE-C       PIC 9(9).
               10  WS-PER-TYPE-M       PIC 9(9).
               10  WS-PER-TYPE-U       PIC 9(9).
               10  WS-PER-TYPE-N       PIC 9(9).
               10  WS-PER-TYPE-E       PIC 9(9).
               10  WS-PER-SEV-WARN     PIC 9(9).
               10  WS-PER-SEV-REJECT   PIC 9(9).
               10  WS-PER-SEV-FATAL    PIC 9(9).
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-READ-EDITED              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENXTRND' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY
           PERFORM UNTIL WS-EOF
               WS-RECORDS-SKIPPED
           DISPLAY 'LENXTRND: OUTSIDE REPORTING WINDOW = '
               WS-RECORDS-OUTSIDE
           MOVE WS-RECORDS-READ    TO LG-RECORDS-READ
           COMPUTE LG-RECORDS-SKIPPED = WS-RECORDS-SKIPPED
               + WS-RECORDS-OUTSIDE
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
               IF HIST-TYPE-DATA-CLASS
                   ADD 1 TO WS-PER-TYPE-C(WS-FOUND-INDEX)
               END-IF
               IF HIST-TYPE-MANDATORY
                   ADD 1 TO WS-PER-TYPE-M(WS-FOUND-INDEX)
               END-IF
               IF HIST-TYPE-MIN-LENGTH
                   ADD 1 TO WS-PER-TYPE-U(WS-FOUND-INDEX)
               END-IF
               IF HIST-TYPE-NUMERIC
                   ADD 1 TO WS-PER-TYPE-N(WS-FOUND-INDEX)
               END-IF
               IF HIST-TYPE-EMAIL
                   ADD 1 TO WS-PER-TYPE-E(WS-FOUND-INDEX)
               END-IF
               EVALUATE HIST-SEVERITY
                   WHEN 'WARN  '
                       ADD 1 TO WS-PER-SEV-WARN(WS-FOUND-INDEX)
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PER-TYPE-M(WS-PRINT-INDEX) TO WS-COUNT-EDITED
           STRING '  TYPE M ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-PER-TYPE-U(WS-PRINT-INDEX) TO WS-COUNT-EDITED
           STRING '  TYPE U ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE(24:)
           MOVE WS-PER-TYPE-N(WS-PRINT-INDEX) TO WS-COUNT-EDITED
           STRING '  TYPE N ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE(47:)
           MOVE WS-PER-TYPE-E(WS-PRINT-INDEX) TO WS-COUNT-EDITED
           STRING '  TYPE E ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE(70:)
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PER-SEV-WARN(WS-PRINT-INDEX) TO WS-COUNT-EDITED
           STRING '  SEV WARN ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE

       8000-FINALIZE.
           CLOSE HISTORY-MASTER REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENXTRND.
