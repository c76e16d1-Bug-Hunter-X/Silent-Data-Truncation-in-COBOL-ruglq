      * is one in SUM-RECORDS-TRUNCATED and two 'L' lines.  So the
      * record totals bound the line counts from below.  And lines
      * are not records on the keyed side either: a field both
      * over-length and class-flagged (or failing a format rule as
      * well) writes two or three lines under one EXC-KEY, and an
      * abend restart re-logs its re-validated
      * window - in both cases LENXLOAD's duplicate-key skip
      * absorbs the extras by design.  So, exactly as LENTHRSH's
      * load cross-check does, the three-way reconciliation runs
           SELECT REPORT-FILE ASSIGN TO "LENRECRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
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
      *    needs the full totals plus the balance flag.
       01  EXC-SUMMARY-RECORD.
           05  FILLER                  PIC X(53).
           05  SUM-RECORD-TYPE         PIC X(1).
               88  SUM-IS-SUMMARY             VALUE 'S'.
               88  SUM-IS-FEED-SUBTOTAL       VALUE 'F'.
           05  SUM-BALANCE-STATUS      PIC X(1).
               88  SUM-IN-BALANCE             VALUE 'B'.
               88  SUM-OUT-OF-BALANCE         VALUE 'U'.
           05  FILLER                  PIC X(161).

       FD  EXCEPTION-VSAM.
       COPY EXCFILE REPLACING ==EXC-RECORD== BY ==XV-RECORD==
                                  BY ==XV-TYPE-DATA-CLASS==
                              ==EXC-TYPE-DUP-KEY==
                                  BY ==XV-TYPE-DUP-KEY==
                              ==EXC-TYPE-MANDATORY==
                                  BY ==XV-TYPE-MANDATORY==
                              ==EXC-TYPE-MIN-LENGTH==
                                  BY ==XV-TYPE-MIN-LENGTH==
                              ==EXC-TYPE-NUMERIC==
                                  BY ==XV-TYPE-NUMERIC==
                              ==EXC-TYPE-EMAIL== BY ==XV-TYPE-EMAIL==
                              ==EXC-TYPE-FORMAT== BY ==XV-TYPE-FORMAT==
                              ==EXC-SEVERITY== BY ==XV-SEVERITY==
                              ==EXC-DISPOSITION== BY ==XV-DISPOSITION==
                              ==EXC-ORIGINAL-VALUE==
                              ==EXC-DISP-USER== BY ==XV-DISP-USER==
                              ==EXC-DISP-DATE== BY ==XV-DISP-DATE==
                              ==EXC-DISP-TIME== BY ==XV-DISP-TIME==
                              ==EXC-FEED-ID== BY ==XV-FEED-ID==
                              ==EXC-CHAR-LENGTH==
                                  BY ==XV-CHAR-LENGTH==.

       FD  HISTORY-MASTER.
       COPY HISTFILE.
       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-EXC-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-VSAM-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-EXC-L-REJECT             PIC 9(9)  VALUE 0.
       01  WS-EXC-C-LINES              PIC 9(9)  VALUE 0.
       01  WS-EXC-D-LINES              PIC 9(9)  VALUE 0.
      *    Format-rule lines (M/U/N/E) - a REJECT or FATAL one keeps
      *    its record off LENCLEAN just as an overlong value does, so
      *    those count toward the rejected-record bound too.
       01  WS-EXC-F-WARN               PIC 9(9)  VALUE 0.
       01  WS-EXC-F-REJECT             PIC 9(9)  VALUE 0.
      *    What LENXLOAD says it did with the lines - the bridge
      *    between line counts and keyed-record counts.  Not usable
      *    when the counts file is absent or describes another run.
       01  WS-BREACH-COUNT             PIC 9(2)  VALUE 0.
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENRECON' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-COUNT-EXCEPTION-REPORT
           PERFORM 2000-COUNT-VSAM
           PERFORM 3000-COUNT-HISTORY
               WHEN OTHER
                   DISPLAY 'LENRECON: STREAM BALANCES'
           END-EVALUATE
           MOVE WS-EXC-LINES       TO LG-RECORDS-READ
           MOVE WS-BREACH-COUNT    TO LG-RECORDS-BREACHED
           IF WS-BREACH-COUNT > 0
               MOVE 'STREAM DOES NOT BALANCE - SEE LENRECON REPORT'
                   TO LG-STATUS-TEXT
           END-IF
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-COUNT-EXCEPTION-REPORT.
                   ADD 1 TO WS-EXC-D-LINES
               WHEN EXC-TYPE-DATA-CLASS
                   ADD 1 TO WS-EXC-C-LINES
               WHEN EXC-TYPE-FORMAT
                   IF EXC-SEVERITY = 'WARN  '
                       ADD 1 TO WS-EXC-F-WARN
                   ELSE
                       ADD 1 TO WS-EXC-F-REJECT
                   END-IF
               WHEN EXC-TYPE-LENGTH
                   IF EXC-SEVERITY = 'WARN  '
                       ADD 1 TO WS-EXC-L-WARN

      *    Lines and keyed records reconcile through what the load
      *    step says it did: every line was either loaded or
      *    skipped as a duplicate key (a restart's re-logged
      *    window is skipped by design), and both keyed stores
      *    must hold exactly the loaded ones.  Without usable load
      *    counts only the checks that need none still run: the
      *    two keyed stores against each other, and lines never
      *    fewer than the records they produced.
       5000-CROSS-FOOT.
           IF WS-COUNTS-USABLE
               IF WS-EXC-LINES NOT =
                   WS-SUM-RECORDS-TRUNCATED ' TRUNCATED RECORDS '
                   'BUT ONLY ' WS-EXC-L-WARN ' WARN LINES EXIST'
           END-IF
           IF WS-SUM-RECORDS-REJECTED >
                   WS-EXC-L-REJECT + WS-EXC-F-REJECT
               ADD 1 TO WS-BREACH-COUNT
               DISPLAY 'LENRECON: BREACH - TRAILER CLAIMS '
                   WS-SUM-RECORDS-REJECTED ' REJECTED RECORDS '
                   'BUT ONLY ' WS-EXC-L-REJECT ' LENGTH AND '
                   WS-EXC-F-REJECT ' FORMAT REJECT LINES EXIST'
           END-IF
           IF WS-SUM-RECORDS-CLASS-FLAGGED > WS-EXC-C-LINES
               ADD 1 TO WS-BREACH-COUNT
               PERFORM 6200-PRINT-COUNT-LINE
               MOVE 'TYPE D LINES' TO RPT-LINE(3:30)
               WRITE RPT-LINE
               MOVE WS-EXC-F-WARN TO WS-COUNT-EDITED
               PERFORM 6200-PRINT-COUNT-LINE
               MOVE 'TYPE M/U/N/E LINES, WARN' TO RPT-LINE(3:30)
               WRITE RPT-LINE
               MOVE WS-EXC-F-REJECT TO WS-COUNT-EDITED
               PERFORM 6200-PRINT-COUNT-LINE
               MOVE 'TYPE M/U/N/E LINES, REJ/FATAL' TO RPT-LINE(3:30)
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               IF WS-BREACH-COUNT > 0
       6200-PRINT-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-COUNT-EDITED TO RPT-LINE(40:11).

       COPY LENLGRPD.
       END PROGRAM LENRECON.
