      *
      * Daily disposition-audit report.  Reads the append-only
      * LENXAUDT log LENXREV writes (AUDTFILE) and reports one
      * day's activity: dispositions applied per operator (standing
      * policies applied by LENXAUTO count under that ID), broken
      * out by what each record was marked, and a second section
      * listing every exception dispositioned more than once that
      * day - a record that changed hands, or changed its mind, is
      * exactly what compliance wants eyes on.  Full-value views
      * of sensitive fields (AUD-AFTER-DISP 'FULL VIEW') are counted
      * in their own VIEWED column, not as dispositions, and never
      * make an exception a multiple.  The report date comes from
      * LENXAUDR_DATE, defaulting to today, so the overnight
      * scheduler can run yesterday's report explicitly.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "LENAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-VSAM.
       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-AUD-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2)  VALUE '00'.
      *    after-disposition broken out - RESUBMIT / ACCEPTED /
      *    CORRECTED cover everything LENXREV writes today, OTHER
      *    catches anything a future disposition code adds before
      *    this report learns about it.  VIEWED is full-value
      *    views, kept out of TOTAL, which stays dispositions only.
       01  WS-OPER-TABLE.
           05  WS-OPER-COUNT           PIC 9(2)  VALUE 0.
           05  WS-OPER-ENTRY OCCURS 50 TIMES.
               10  WS-OPER-ACCEPTED    PIC 9(9).
               10  WS-OPER-CORRECTED   PIC 9(9).
               10  WS-OPER-OTHER       PIC 9(9).
               10  WS-OPER-VIEWED      PIC 9(9).
       01  WS-OPER-INDEX               PIC 9(2).
       01  WS-OPER-FOUND               PIC 9(2).
      *    LENXAUDT keys lead with the exception key, so every
      *    audit entry for one exception arrives consecutively -
      *    a simple previous-key compare finds the multiples
      *    without a table of every key seen.
       01  WS-PREV-EXC-KEY             PIC X(53) VALUE LOW-VALUES.
       01  WS-PREV-KEY-COUNT           PIC 9(2)  VALUE 0.
       01  WS-MULTI-TABLE.
           05  WS-MULTI-COUNT          PIC 9(3)  VALUE 0.
           05  WS-MULTI-ENTRY OCCURS 200 TIMES.
               10  WS-MULTI-KEY        PIC X(53).
               10  WS-MULTI-TIMES      PIC 9(2).
       01  WS-MULTI-INDEX              PIC 9(3).
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENXAUDR' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-AUDIT
           PERFORM UNTIL WS-EOF
               IF AUD-DATE = WS-REPORT-DATE
                   ADD 1 TO WS-ENTRIES-ON-DATE
                   PERFORM 3000-COUNT-BY-OPERATOR
                   IF AUD-AFTER-DISP NOT = 'FULL VIEW '
                       PERFORM 4000-TRACK-MULTIPLES
                   END-IF
               END-IF
               PERFORM 2000-READ-AUDIT
           END-PERFORM
               WS-ENTRIES-READ
           DISPLAY 'LENXAUDR: ENTRIES ON REPORT DAY = '
               WS-ENTRIES-ON-DATE
           MOVE WS-ENTRIES-READ    TO LG-RECORDS-READ
           COMPUTE LG-RECORDS-SKIPPED = WS-ENTRIES-READ
               - WS-ENTRIES-ON-DATE
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
               INITIALIZE WS-OPER-ENTRY(WS-OPER-FOUND)
               MOVE AUD-USER-ID TO WS-OPER-USER(WS-OPER-FOUND)
           END-IF
           EVALUATE AUD-AFTER-DISP
               WHEN 'RESUBMIT  '
                   ADD 1 TO WS-OPER-RESUBMIT(WS-OPER-FOUND)
                   ADD 1 TO WS-OPER-ACCEPTED(WS-OPER-FOUND)
               WHEN 'CORRECTED '
                   ADD 1 TO WS-OPER-CORRECTED(WS-OPER-FOUND)
               WHEN 'FULL VIEW '
                   ADD 1 TO WS-OPER-VIEWED(WS-OPER-FOUND)
               WHEN OTHER
                   ADD 1 TO WS-OPER-OTHER(WS-OPER-FOUND)
           END-EVALUATE
           IF AUD-AFTER-DISP NOT = 'FULL VIEW '
               ADD 1 TO WS-OPER-TOTAL(WS-OPER-FOUND)
           END-IF.

       3200-SCAN-ONE-OPERATOR.
           IF WS-OPER-USER(WS-OPER-INDEX) = AUD-USER-ID
           MOVE 'ACCEPTED'  TO WS-DETAIL-LINE(39:8)
           MOVE 'CORRECTED' TO WS-DETAIL-LINE(50:9)
           MOVE 'OTHER'     TO WS-DETAIL-LINE(66:5)
           MOVE 'VIEWED'    TO WS-DETAIL-LINE(77:6)
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5200-PRINT-ONE-OPERATOR
           MOVE WS-COUNT-EDITED TO WS-DETAIL-LINE(48:11)
           MOVE WS-OPER-OTHER(WS-OPER-INDEX) TO WS-COUNT-EDITED
           MOVE WS-COUNT-EDITED TO WS-DETAIL-LINE(60:11)
           MOVE WS-OPER-VIEWED(WS-OPER-INDEX) TO WS-COUNT-EDITED
           MOVE WS-COUNT-EDITED TO WS-DETAIL-LINE(72:11)
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5400-PRINT-ONE-MULTIPLE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE '  ' TO WS-DETAIL-LINE(1:2)
           MOVE WS-MULTI-KEY(WS-MULTI-INDEX) TO WS-DETAIL-LINE(3:53)
           MOVE WS-MULTI-TIMES(WS-MULTI-INDEX)
               TO WS-DETAIL-LINE(57:2)
           MOVE ' TIMES' TO WS-DETAIL-LINE(60:6)

       8000-FINALIZE.
           CLOSE AUDIT-VSAM REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENXAUDR.
