      * Monthly per-supplier quality scorecard off the permanent
      * history master.  Reads one calendar month of LENHIST and
      * ranks every supplier feed by how dirty its data arrived:
      * truncation rate, rejection rate, data-class rate,
      * duplicate-key rate and the rate of each format-rule kind
      * (mandatory, minimum length, numeric, email) per records
      * read, plus the worst
      * offending field names - the numbers purchasing puts in
      * front of a vendor at contract renewal.  Records read per
      * feed come from the per-feed '*TOTALS*' records LENXHIST
           SELECT REPORT-FILE ASSIGN TO "LENSCORP"
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
               10  WS-FEED-REJECT      PIC 9(9).
               10  WS-FEED-CLASS       PIC 9(9).
               10  WS-FEED-DUP         PIC 9(9).
               10  WS-FEED-MANDATORY   PIC 9(9).
               10  WS-FEED-MIN-LENGTH  PIC 9(9).
               10  WS-FEED-NUMERIC     PIC 9(9).
               10  WS-FEED-EMAIL       PIC 9(9).
               10  WS-FEED-RATE        PIC 9(3)V99.
               10  WS-FEED-FIELD-COUNT PIC 9(2).
               10  WS-FEED-FIELD-ENTRY OCCURS 15 TIMES.
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(3)V99.
           05  FILLER                  PIC 9(2).
           05  FILLER OCCURS 15 TIMES.
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-READ-EDITED              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENXSCOR' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-HISTORY
           PERFORM UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           DISPLAY 'LENXSCOR: HISTORY RECORDS READ = '
               WS-RECORDS-READ
           MOVE WS-RECORDS-READ    TO LG-RECORDS-READ
           MOVE WS-FEED-COUNT      TO LG-RECORDS-WRITTEN
           IF WS-FEED-COUNT = 0
               MOVE 'NO HISTORY FOR THE MONTH - NO SCORECARD'
                   TO LG-STATUS-TEXT
           END-IF
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
                           ADD 1 TO WS-FEED-DUP(WS-FOUND-INDEX)
                       WHEN HIST-TYPE-DATA-CLASS
                           ADD 1 TO WS-FEED-CLASS(WS-FOUND-INDEX)
                       WHEN HIST-TYPE-MANDATORY
                           ADD 1 TO WS-FEED-MANDATORY(WS-FOUND-INDEX)
                       WHEN HIST-TYPE-MIN-LENGTH
                           ADD 1 TO
                               WS-FEED-MIN-LENGTH(WS-FOUND-INDEX)
                       WHEN HIST-TYPE-NUMERIC
                           ADD 1 TO WS-FEED-NUMERIC(WS-FOUND-INDEX)
                       WHEN HIST-TYPE-EMAIL
                           ADD 1 TO WS-FEED-EMAIL(WS-FOUND-INDEX)
                       WHEN HIST-TYPE-LENGTH
                           IF HIST-SEVERITY = 'WARN  '
                               ADD 1 TO
           MOVE 'DUPLICATES' TO WS-MEASURE-LABEL
           MOVE WS-FEED-DUP(WS-FEED-INDEX) TO WS-MEASURE-COUNT
           PERFORM 5300-PRINT-ONE-MEASURE
           MOVE 'MANDATORY ' TO WS-MEASURE-LABEL
           MOVE WS-FEED-MANDATORY(WS-FEED-INDEX) TO WS-MEASURE-COUNT
           PERFORM 5300-PRINT-ONE-MEASURE
           MOVE 'MIN LENGTH' TO WS-MEASURE-LABEL
           MOVE WS-FEED-MIN-LENGTH(WS-FEED-INDEX) TO WS-MEASURE-COUNT
           PERFORM 5300-PRINT-ONE-MEASURE
           MOVE 'NUMERIC   ' TO WS-MEASURE-LABEL
           MOVE WS-FEED-NUMERIC(WS-FEED-INDEX) TO WS-MEASURE-COUNT
           PERFORM 5300-PRINT-ONE-MEASURE
           MOVE 'EMAIL     ' TO WS-MEASURE-LABEL
           MOVE WS-FEED-EMAIL(WS-FEED-INDEX) TO WS-MEASURE-COUNT
           PERFORM 5300-PRINT-ONE-MEASURE
           MOVE '  WORST FIELDS' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5500-PRINT-TOP-FIELDS

       8000-FINALIZE.
           CLOSE HISTORY-MASTER REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENXSCOR.
