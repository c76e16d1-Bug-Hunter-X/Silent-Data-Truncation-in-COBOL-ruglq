      * trailer's records-read count is folded in as one totals
      * record per run, which is what lets the trend report compute
      * exception rates instead of raw counts.
      * The night's field length profile (LENLPROF) is folded into
      * LENPHIST the same way, for the monthly width report - once
      * per LENBATCH run: a rerun of this step finds that run's
      * profile already there and leaves it alone, since profile
      * counts add up rather than replace.
      * ORDER MATTERS: this step runs AFTER LENRESUB in the night
      * stream - LENRESUB re-flags extracted exceptions EXTRACTED,
      * and that final disposition has to be on LENXVSAM before it
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
      *    Optional - a missing LENLPROF (status 35) only means no
      *    profile to fold tonight.
           SELECT PROFILE-FILE ASSIGN TO "LENLPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FILE-STATUS.
      *    DYNAMIC - keyed WRITE/READ/REWRITE for the fold, and a
      *    START to see whether a run is already on file.
           SELECT PROFILE-HISTORY ASSIGN TO "LENPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-REPORT.
      *    Same storage-sharing trailer overlay as LENBATCH writes
      *    and LENXLOAD reads - see the comment on 7000-WRITE-
      *    CONTROL-TOTALS in lenBatch.cob for why the flag sits at
      *    byte 54 and not byte 1.
       01  EXC-SUMMARY-RECORD.
           05  FILLER                  PIC X(53).
           05  SUM-RECORD-TYPE         PIC X(1).
               88  SUM-IS-SUMMARY             VALUE 'S'.
           05  SUM-JOB-NAME            PIC X(8).
           05  SUM-RUN-DATE            PIC X(8).
           05  SUM-RUN-TIME            PIC X(6).
           05  SUM-RECORDS-READ        PIC 9(9).
           05  FILLER                  PIC X(225).
      *    The per-feed 'F' subtotals LENBATCH writes ahead of the
      *    'S' trailer - this step folds each one into its own
      *    per-feed totals record on LENHIST (record key = feed id)
      *    to the dailies, the same way the run-level '*TOTALS*'
      *    record serves the run-level rates.
       01  EXC-FEED-SUB-RECORD.
           05  FILLER                  PIC X(53).
           05  FSB-RECORD-TYPE         PIC X(1).
               88  FSB-IS-FEED-SUBTOTAL       VALUE 'F'.
           05  FSB-JOB-NAME            PIC X(8).
           05  FSB-FEED-ID             PIC X(8).
           05  FSB-BUSINESS-DATE       PIC X(8).
           05  FSB-RECORDS-READ        PIC 9(9).
           05  FILLER                  PIC X(209).

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

       FD  PROFILE-FILE.
       COPY PROFFILE.

       FD  PROFILE-HISTORY.
       COPY PROFFILE REPLACING ==PRF-RECORD== BY ==PH-RECORD==
                               ==PRF-KEY== BY ==PH-KEY==
                               ==PRF-RUN-DATE== BY ==PH-RUN-DATE==
                               ==PRF-JOB-NAME== BY ==PH-JOB-NAME==
                               ==PRF-RUN-TIME== BY ==PH-RUN-TIME==
                               ==PRF-FEED-ID== BY ==PH-FEED-ID==
                               ==PRF-FIELD-NAME== BY ==PH-FIELD-NAME==
                               ==PRF-DEFINED-LENGTH==
                                   BY ==PH-DEFINED-LENGTH==
                               ==PRF-ACTUAL-LENGTH==
                                   BY ==PH-ACTUAL-LENGTH==
                               ==PRF-RECORD-COUNT==
                                   BY ==PH-RECORD-COUNT==.

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-EXC-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-VSAM-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-RECORDS-APPENDED         PIC 9(9)  VALUE 0.
       01  WS-RECORDS-REWRITTEN        PIC 9(9)  VALUE 0.
       01  WS-RECORDS-IN-ERROR         PIC 9(9)  VALUE 0.
       01  WS-PRF-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-PH-FILE-STATUS           PIC X(2)  VALUE '00'.
       01  WS-PRF-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-PRF-EOF                    VALUE 'Y'.
       01  WS-PROFILE-ON-FILE-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-PROFILE-ON-FILE            VALUE 'Y'.
       01  WS-PROFILES-ADDED           PIC 9(9)  VALUE 0.
       01  WS-PROFILES-SUMMED          PIC 9(9)  VALUE 0.
       01  WS-PROFILES-IN-ERROR        PIC 9(9)  VALUE 0.
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENXHIST' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CAPTURE-RUN-TOTALS
           IF WS-SUMMARY-SEEN
                   'NO TOTALS RECORD TONIGHT'
           END-IF
           PERFORM 4000-APPEND-EXCEPTIONS
           PERFORM 5000-FOLD-LENGTH-PROFILE
           PERFORM 8000-FINALIZE
           DISPLAY 'LENXHIST: RECORDS APPENDED  = '
               WS-RECORDS-APPENDED
               WS-RECORDS-REWRITTEN
           DISPLAY 'LENXHIST: RECORDS IN ERROR  = '
               WS-RECORDS-IN-ERROR
           DISPLAY 'LENXHIST: PROFILES ADDED    = '
               WS-PROFILES-ADDED
           DISPLAY 'LENXHIST: PROFILES SUMMED   = '
               WS-PROFILES-SUMMED
           DISPLAY 'LENXHIST: PROFILES IN ERROR = '
               WS-PROFILES-IN-ERROR
           COMPUTE LG-RECORDS-READ = WS-RECORDS-APPENDED
               + WS-RECORDS-REWRITTEN + WS-RECORDS-IN-ERROR
           COMPUTE LG-RECORDS-WRITTEN = WS-RECORDS-APPENDED
               + WS-RECORDS-REWRITTEN
           COMPUTE LG-RECORDS-SKIPPED = WS-RECORDS-IN-ERROR
               + WS-PROFILES-IN-ERROR
           PERFORM LENLGR-WRITE-END
           STOP RUN.

      *    LENHIST is permanent - it only ever opens OUTPUT the very
               DISPLAY 'LENXHIST: FATAL - LENHIST OPEN STATUS '
                   WS-HIST-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PROFILE-FILE
           IF WS-PRF-FILE-STATUS = '35'
               SET WS-PRF-EOF TO TRUE
           ELSE
               IF WS-PRF-FILE-STATUS NOT = '00'
                   DISPLAY 'LENXHIST: FATAL - LENLPROF OPEN INPUT '
                       'STATUS ' WS-PRF-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O PROFILE-HISTORY
           IF WS-PH-FILE-STATUS = '35'
               OPEN OUTPUT PROFILE-HISTORY
           END-IF
           IF WS-PH-FILE-STATUS NOT = '00'
               DISPLAY 'LENXHIST: FATAL - LENPHIST OPEN STATUS '
                   WS-PH-FILE-STATUS
               STOP RUN
           END-IF.

       2000-CAPTURE-RUN-TOTALS.
                   ADD 1 TO WS-RECORDS-APPENDED
           END-WRITE.

      *    Every record on one LENLPROF carries the same LENBATCH
      *    run date/job/time, so the first record decides whether
      *    the whole file has been folded already.  Within the file
      *    a key seen before - LENBATCH writes its counts at each
      *    checkpoint - adds to the count already on LENPHIST.
       5000-FOLD-LENGTH-PROFILE.
           PERFORM 5200-READ-PROFILE
           IF NOT WS-PRF-EOF
               PERFORM 5300-CHECK-PROFILE-ON-FILE
               IF WS-PROFILE-ON-FILE
                   DISPLAY 'LENXHIST: LENGTH PROFILE FOR RUN '
                       PRF-RUN-DATE ' ' PRF-JOB-NAME ' '
                       PRF-RUN-TIME ' ALREADY ON LENPHIST - NOT '
                       'FOLDED AGAIN'
                   SET WS-PRF-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-PRF-EOF
               PERFORM 5500-FOLD-ONE-PROFILE
               PERFORM 5200-READ-PROFILE
           END-PERFORM.

       5200-READ-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET WS-PRF-EOF TO TRUE
           END-READ.

       5300-CHECK-PROFILE-ON-FILE.
           MOVE LOW-VALUES   TO PH-KEY
           MOVE PRF-RUN-DATE TO PH-RUN-DATE
           MOVE PRF-JOB-NAME TO PH-JOB-NAME
           MOVE PRF-RUN-TIME TO PH-RUN-TIME
           START PROFILE-HISTORY KEY NOT < PH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PROFILE-HISTORY NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PH-RUN-DATE = PRF-RUN-DATE
                              AND PH-JOB-NAME = PRF-JOB-NAME
                              AND PH-RUN-TIME = PRF-RUN-TIME
                               SET WS-PROFILE-ON-FILE TO TRUE
                           END-IF
                   END-READ
           END-START.

       5500-FOLD-ONE-PROFILE.
           MOVE PRF-RECORD TO PH-RECORD
           WRITE PH-RECORD
               INVALID KEY
                   PERFORM 5600-ADD-TO-PROFILE
               NOT INVALID KEY
                   ADD 1 TO WS-PROFILES-ADDED
           END-WRITE.

       5600-ADD-TO-PROFILE.
           READ PROFILE-HISTORY
               INVALID KEY
                   ADD 1 TO WS-PROFILES-IN-ERROR
                   DISPLAY 'LENXHIST: CANNOT WRITE OR READ PROFILE '
                       'KEY ' PH-KEY
               NOT INVALID KEY
                   ADD PRF-RECORD-COUNT TO PH-RECORD-COUNT
                   REWRITE PH-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PROFILES-IN-ERROR
                           DISPLAY 'LENXHIST: CANNOT REWRITE '
                               'PROFILE KEY ' PH-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-PROFILES-SUMMED
                   END-REWRITE
           END-READ.

       8000-FINALIZE.
           CLOSE EXCEPTION-REPORT EXCEPTION-VSAM HISTORY-MASTER
               PROFILE-HISTORY
           IF WS-PRF-FILE-STATUS NOT = '35'
               CLOSE PROFILE-FILE
           END-IF.

       COPY LENLGRPD.
       END PROGRAM LENXHIST.
