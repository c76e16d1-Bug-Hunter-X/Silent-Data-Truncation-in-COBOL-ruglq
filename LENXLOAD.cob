      * to yesterday stays on the review queue until somebody does.
      * Dispositioned records are purged here - they reached the
      * history master when LENXHIST ran at end of day.
      *
      * The full values LENBATCH held back from LENEXCPT for fields
      * marked sensitive (LENEXFUL) load the same way into LENXFULV,
      * keyed as their exceptions are, and leave it when their
      * exception is purged - LENXFULV never holds a customer value
      * longer than the review queue holds the exception.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    count of LENEXCPT so a short or double load of LENXVSAM
      *    stops the stream instead of surfacing as a thin review
      *    screen.
      *    Optional - a run with no field marked sensitive writes
      *    it empty, and a missing DD (status 35) just means no full
      *    values to load.
           SELECT FULL-VALUE-FILE ASSIGN TO "LENEXFUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUL-FILE-STATUS.
      *    RANDOM - written and deleted by key only, never browsed.
           SELECT FULL-VALUE-VSAM ASSIGN TO "LENXFULV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FV-EXC-KEY
               FILE STATUS IS WS-FULV-FILE-STATUS.
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
      *    CONTROL-TOTALS in lenBatch.cob for why the flag lives at
      *    this exact byte and not byte 1).
       01  EXC-SUMMARY-RECORD.
           05  FILLER                  PIC X(53).
           05  SUM-RECORD-TYPE         PIC X(1).
               88  SUM-IS-SUMMARY             VALUE 'S'.
      *    LENBATCH also leaves one 'F' subtotal per feed group
               88  SUM-IS-FEED-SUBTOTAL       VALUE 'F'.
           05  SUM-JOB-NAME            PIC X(8).
           05  SUM-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(244).

      *    Same EXCFILE layout as EXCEPTION-REPORT above, with every
      *    field renamed on the way in - not just EXC-RECORD/EXC-KEY -
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

       FD  FULL-VALUE-FILE.
       COPY FULLFILE.

       FD  FULL-VALUE-VSAM.
       COPY FULLFILE REPLACING ==FUL-RECORD== BY ==FV-RECORD==
                               ==FUL-EXC-KEY== BY ==FV-EXC-KEY==
                               ==FUL-VALUE== BY ==FV-VALUE==.

      *    Job and run date come off the LENEXCPT summary trailer
      *    so the gate can prove these counts describe the run it
           05  CNT-RECORDS-CARRIED     PIC 9(9).
           05  CNT-RECORDS-PURGED      PIC 9(9).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
      *    open in OUTPUT mode where a browse is not legal anyway.
       01  WS-FIRST-LOAD-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-FIRST-LOAD                 VALUE 'Y'.
       01  WS-FUL-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-FULV-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-FUL-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-FUL-EOF                    VALUE 'Y'.
       01  WS-FULL-VALUES-LOADED       PIC 9(9)  VALUE 0.
       01  WS-FULL-VALUES-SKIPPED      PIC 9(9)  VALUE 0.
       01  WS-FULL-VALUES-PURGED       PIC 9(9)  VALUE 0.
       01  WS-SUM-JOB-NAME             PIC X(8)  VALUE SPACES.
       01  WS-SUM-RUN-DATE             PIC X(8)  VALUE SPACES.
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENXLOAD' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           IF NOT WS-FIRST-LOAD
               PERFORM 1500-CARRY-FORWARD
               END-EVALUATE
               PERFORM 2000-READ-RECORD
           END-PERFORM
           IF NOT WS-FUL-EOF
               PERFORM 3500-LOAD-FULL-VALUES
           END-IF
           PERFORM 8000-FINALIZE
           DISPLAY 'LENXLOAD: RECORDS READ    = ' WS-RECORDS-READ
           DISPLAY 'LENXLOAD: RECORDS LOADED  = ' WS-RECORDS-LOADED
           DISPLAY 'LENXLOAD: RECORDS SKIPPED = ' WS-RECORDS-SKIPPED
           DISPLAY 'LENXLOAD: RECORDS CARRIED = ' WS-RECORDS-CARRIED
           DISPLAY 'LENXLOAD: RECORDS PURGED  = ' WS-RECORDS-PURGED
           DISPLAY 'LENXLOAD: FULL VALUES LOADED  = '
               WS-FULL-VALUES-LOADED
           DISPLAY 'LENXLOAD: FULL VALUES SKIPPED = '
               WS-FULL-VALUES-SKIPPED
           DISPLAY 'LENXLOAD: FULL VALUES PURGED  = '
               WS-FULL-VALUES-PURGED
           MOVE WS-RECORDS-READ    TO LG-RECORDS-READ
           MOVE WS-RECORDS-LOADED  TO LG-RECORDS-WRITTEN
           MOVE WS-RECORDS-SKIPPED TO LG-RECORDS-SKIPPED
           PERFORM LENLGR-WRITE-END
           STOP RUN.

      *    I-O, falling back to OUTPUT only when the file does not
               DISPLAY 'LENXLOAD: FATAL - LENXVSAM OPEN STATUS '
                   WS-VSAM-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT FULL-VALUE-FILE
           IF WS-FUL-FILE-STATUS = '35'
               SET WS-FUL-EOF TO TRUE
           ELSE
               IF WS-FUL-FILE-STATUS NOT = '00'
                   DISPLAY 'LENXLOAD: FATAL - LENEXFUL OPEN INPUT '
                       'STATUS ' WS-FUL-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O FULL-VALUE-VSAM
           IF WS-FULV-FILE-STATUS = '35'
               OPEN OUTPUT FULL-VALUE-VSAM
           END-IF
           IF WS-FULV-FILE-STATUS NOT = '00'
               DISPLAY 'LENXLOAD: FATAL - LENXFULV OPEN STATUS '
                   WS-FULV-FILE-STATUS
               STOP RUN
           END-IF.

      *    Yesterday's file, front to back, before today's records
                   DELETE EXCEPTION-VSAM RECORD
                   IF WS-VSAM-FILE-STATUS = '00'
                       ADD 1 TO WS-RECORDS-PURGED
                       PERFORM 1600-PURGE-FULL-VALUE
                   ELSE
                       DISPLAY 'LENXLOAD: PURGE DELETE STATUS '
                           WS-VSAM-FILE-STATUS ' FOR KEY ' XV-KEY
               PERFORM 1700-READ-NEXT-VSAM
           END-PERFORM.

      *    Most exceptions were never on a sensitive field and have
      *    no full value, so not found (status 23) is the usual
      *    answer here, not an error.
       1600-PURGE-FULL-VALUE.
           MOVE XV-KEY TO FV-EXC-KEY
           DELETE FULL-VALUE-VSAM RECORD
           EVALUATE WS-FULV-FILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-FULL-VALUES-PURGED
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LENXLOAD: LENXFULV DELETE STATUS '
                       WS-FULV-FILE-STATUS ' FOR KEY ' FV-EXC-KEY
           END-EVALUATE.

       1700-READ-NEXT-VSAM.
           READ EXCEPTION-VSAM NEXT RECORD
               AT END

      *    LENBATCH ends LENEXCPT with one summary record (see
      *    EXC-SUMMARY-RECORD) rather than a trailer count.  The flag
      *    lives at byte 54 - the first byte of EXC-DEFINED-LENGTH,
      *    a PIC 9(4) field that can only ever hold digits - not at
      *    byte 1, which overlays EXC-JOB-NAME and could legitimately
      *    contain any character including 'S'.  A non-digit there is
                   ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.

      *    A restarted LENBATCH appends to LENEXFUL the same way it
      *    appends to LENEXCPT, so a value already loaded is skipped
      *    exactly as its exception is in 3000.
       3500-LOAD-FULL-VALUES.
           PERFORM 3600-READ-FULL-VALUE
           PERFORM UNTIL WS-FUL-EOF
               MOVE FUL-RECORD TO FV-RECORD
               WRITE FV-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FULL-VALUES-SKIPPED
                   NOT INVALID KEY
                       ADD 1 TO WS-FULL-VALUES-LOADED
               END-WRITE
               PERFORM 3600-READ-FULL-VALUE
           END-PERFORM.

       3600-READ-FULL-VALUE.
           READ FULL-VALUE-FILE
               AT END
                   SET WS-FUL-EOF TO TRUE
           END-READ.

       8000-FINALIZE.
           CLOSE EXCEPTION-REPORT
           CLOSE EXCEPTION-VSAM
           IF WS-FUL-FILE-STATUS NOT = '35'
               CLOSE FULL-VALUE-FILE
           END-IF
           CLOSE FULL-VALUE-VSAM
           OPEN OUTPUT COUNTS-FILE
           IF WS-CNT-FILE-STATUS NOT = '00'
               DISPLAY 'LENXLOAD: WARNING - LENXLCNT OPEN STATUS '
               WRITE CNT-RECORD
               CLOSE COUNTS-FILE
           END-IF.

       COPY LENLGRPD.
       END PROGRAM LENXLOAD.
