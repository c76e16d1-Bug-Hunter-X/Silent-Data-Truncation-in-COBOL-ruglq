       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENLSTAT.
      *
      * Morning status summary for shift handover, off the run
      * ledger every batch step writes to LENLEDGR at its start and
      * its end.  One page says whether the night went well: each
      * step's runs, start and finish, return code, its counts
      * (read, written, skipped, breached) and its one-line status,
      * with the same counts from the night before alongside so a
      * step that read half its usual volume stands out even when
      * it ended clean.
      *
      * Flagged, so nobody has to spot it:
      *   NOT RUN       a step on the expected list with no entry
      *   RAN n TIMES   more than one start in the night - a rerun
      *                 or a scheduler double-submit; the last run's
      *                 figures are the ones shown
      *   NO END ENTRY  the last run started and never finished -
      *                 an abend or a fatal stop, see its SYSOUT
      *   ENDED RC nnnn the last run finished with a non-zero code
      *
      * A "night" runs from the cutoff time on the day before the
      * report date to the cutoff time on the report date, by each
      * run's start, so a stream that starts at 22:00 and finishes
      * at 03:00 is one night.  The report date comes from
      * LENLSTAT_DATE (YYYYMMDD), defaulting to today - the morning
      * run; the cutoff from LENLSTAT_CUTOFF (HHMMSS), defaulting
      * to midday.  The expected steps come from LENLSTEP, one
      * program name per line in columns 1-8 ('*' in column 1 is a
      * comment), or the compiled-in night stream below when there
      * is no LENLSTEP.  Steps found on the ledger that are not on
      * the list are shown after it, unflagged for not running.
      *
      * Return codes: 0 every expected step ran once and ended
      * clean; 4 one or more steps flagged; 16 no ledger to read.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC rather than the RANDOM the other steps use - this
      *    one browses the ledger as well as writing its own entries.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
           SELECT STEP-FILE ASSIGN TO "LENLSTEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STP-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LENLSTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY LEDGFILE.

       FD  STEP-FILE.
       01  STP-RECORD.
           05  STP-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(72).

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STP-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-STP-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-STP-EOF                    VALUE 'Y'.
       01  WS-REPORT-DATE              PIC X(8)  VALUE SPACES.
       01  WS-CUTOFF-TIME              PIC X(6)  VALUE SPACES.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-DAY-NUMBER               PIC 9(8).
       01  WS-DATE-NUM                 PIC 9(8).
       01  WS-NIGHT-BEFORE-DATE        PIC X(8).
       01  WS-TWO-NIGHTS-DATE          PIC X(8).
      *    Night boundaries as date + time, so one alphanumeric
      *    compare places a run start in a night.  Night 1 is the
      *    one being reported, night 2 the one before it.
       01  WS-NIGHT1-FROM              PIC X(14).
       01  WS-NIGHT1-TO                PIC X(14).
       01  WS-NIGHT2-FROM              PIC X(14).
       01  WS-RUN-STAMP                PIC X(14).
       01  WS-NIGHT                    PIC 9(1).
       01  WS-ENTRIES-READ             PIC 9(9)  VALUE 0.
       01  WS-ENTRIES-IN-WINDOW        PIC 9(9)  VALUE 0.
       01  WS-STEPS-PAST-TABLE         PIC 9(9)  VALUE 0.
       01  WS-STEPS-FLAGGED            PIC 9(4)  VALUE 0.
       01  WS-STEPS-RAN                PIC 9(4)  VALUE 0.
       01  WS-STEPS-EXPECTED           PIC 9(4)  VALUE 0.
      *    The night stream in running order, used when there is no
      *    LENLSTEP.  Monthly and on-request jobs (LENXSCOR,
      *    LENXWDTH, LENXTRND, LENDRYRN, LENPURGE) are not expected
      *    every night and show up only on the nights they ran.
       01  WS-DEFAULT-STEP-VALUES.
           05  FILLER                  PIC X(8)  VALUE 'LENBATCH'.
           05  FILLER                  PIC X(8)  VALUE 'LENFACK '.
           05  FILLER                  PIC X(8)  VALUE 'LENXLOAD'.
           05  FILLER                  PIC X(8)  VALUE 'LENXAUTO'.
           05  FILLER                  PIC X(8)  VALUE 'LENTHRSH'.
           05  FILLER                  PIC X(8)  VALUE 'LENRESUB'.
           05  FILLER                  PIC X(8)  VALUE 'LENXHIST'.
           05  FILLER                  PIC X(8)  VALUE 'LENREUNI'.
           05  FILLER                  PIC X(8)  VALUE 'LENRCLOS'.
           05  FILLER                  PIC X(8)  VALUE 'LENDELTA'.
           05  FILLER                  PIC X(8)  VALUE 'LENXAUDR'.
           05  FILLER                  PIC X(8)  VALUE 'LENRECON'.
       01  WS-DEFAULT-STEP-TABLE REDEFINES WS-DEFAULT-STEP-VALUES.
           05  WS-DEFAULT-STEP         PIC X(8)  OCCURS 12 TIMES.
       01  WS-DEFAULT-INDEX            PIC 9(2).
      *    One entry per step - expected steps first, in list order,
      *    then anything else the ledger shows, in the order met.
      *    Each step carries its last run in each of the two nights.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(2)  VALUE 0.
           05  WS-STEP-ENTRY OCCURS 40 TIMES.
               10  WS-STEP-PROGRAM     PIC X(8).
               10  WS-STEP-EXPECTED    PIC X(1).
               10  WS-STEP-NIGHT OCCURS 2 TIMES.
                   15  WS-NT-RUNS      PIC 9(3).
                   15  WS-NT-START-DATE PIC X(8).
                   15  WS-NT-START-TIME PIC X(6).
                   15  WS-NT-ENDED     PIC X(1).
                   15  WS-NT-END-DATE  PIC X(8).
                   15  WS-NT-END-TIME  PIC X(6).
                   15  WS-NT-RC        PIC 9(4).
                   15  WS-NT-READ      PIC 9(9).
                   15  WS-NT-WRITTEN   PIC 9(9).
                   15  WS-NT-SKIPPED   PIC 9(9).
                   15  WS-NT-BREACHED  PIC 9(9).
                   15  WS-NT-STATUS    PIC X(60).
       01  WS-STEP-INDEX               PIC 9(2).
       01  WS-STEP-FOUND               PIC 9(2).
       01  WS-WORK-PROGRAM             PIC X(8).
       01  WS-WORK-EXPECTED            PIC X(1).
       01  WS-STEP-FLAGGED-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-STEP-FLAGGED               VALUE 'Y'.
       01  WS-NIGHT-LABEL              PIC X(11).
       01  WS-END-TEXT                 PIC X(32).
       01  WS-LIST-NOTE                PIC X(24).
       01  WS-RUNS-EDITED              PIC ZZ9.
       01  WS-READ-EDITED              PIC ZZZ,ZZZ,ZZ9.
       01  WS-WRITTEN-EDITED           PIC ZZZ,ZZZ,ZZ9.
       01  WS-SKIPPED-EDITED           PIC ZZZ,ZZZ,ZZ9.
       01  WS-BREACHED-EDITED          PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENLSTAT' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-STEP-LIST
           PERFORM 2000-OPEN-LEDGER
           PERFORM 2200-READ-LEDGER
           PERFORM UNTIL WS-EOF
              OR LGR-RUN-DATE > WS-REPORT-DATE
               ADD 1 TO WS-ENTRIES-READ
               PERFORM 3000-TAKE-ONE-ENTRY
               PERFORM 2200-READ-LEDGER
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM 5000-PRINT-REPORT
           PERFORM 8000-FINALIZE
           DISPLAY 'LENLSTAT: LEDGER ENTRIES READ  = ' WS-ENTRIES-READ
           DISPLAY 'LENLSTAT: ENTRIES IN THE NIGHTS = '
               WS-ENTRIES-IN-WINDOW
           DISPLAY 'LENLSTAT: STEPS FLAGGED        = '
               WS-STEPS-FLAGGED
           IF WS-STEPS-PAST-TABLE > 0
               DISPLAY 'LENLSTAT: ENTRIES PAST TABLE   = '
                   WS-STEPS-PAST-TABLE
           END-IF
           IF WS-STEPS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-ENTRIES-READ    TO LG-RECORDS-READ
           MOVE WS-STEP-COUNT      TO LG-RECORDS-WRITTEN
           MOVE WS-STEPS-PAST-TABLE TO LG-RECORDS-SKIPPED
           MOVE WS-STEPS-FLAGGED   TO LG-RECORDS-BREACHED
           IF WS-STEPS-FLAGGED > 0
               MOVE 'STEPS FLAGGED - SEE LENLSTRP' TO LG-STATUS-TEXT
           END-IF
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT "LENLSTAT_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-REPORT-DATE
           END-ACCEPT
           IF WS-REPORT-DATE = SPACES
              OR WS-REPORT-DATE NOT NUMERIC
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE TO WS-REPORT-DATE
           END-IF
           ACCEPT WS-CUTOFF-TIME FROM ENVIRONMENT "LENLSTAT_CUTOFF"
               ON EXCEPTION
                   MOVE SPACES TO WS-CUTOFF-TIME
           END-ACCEPT
           IF WS-CUTOFF-TIME = SPACES
              OR WS-CUTOFF-TIME NOT NUMERIC
               MOVE '120000' TO WS-CUTOFF-TIME
           END-IF
           MOVE WS-REPORT-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           MOVE WS-DATE-NUM TO WS-NIGHT-BEFORE-DATE
           SUBTRACT 1 FROM WS-DAY-NUMBER
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           MOVE WS-DATE-NUM TO WS-TWO-NIGHTS-DATE
           MOVE SPACES TO WS-NIGHT1-FROM WS-NIGHT1-TO WS-NIGHT2-FROM
           STRING WS-NIGHT-BEFORE-DATE WS-CUTOFF-TIME
               DELIMITED BY SIZE INTO WS-NIGHT1-FROM
           STRING WS-REPORT-DATE WS-CUTOFF-TIME
               DELIMITED BY SIZE INTO WS-NIGHT1-TO
           STRING WS-TWO-NIGHTS-DATE WS-CUTOFF-TIME
               DELIMITED BY SIZE INTO WS-NIGHT2-FROM
           DISPLAY 'LENLSTAT: NIGHT OF ' WS-NIGHT1-FROM ' TO '
               WS-NIGHT1-TO
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LENLSTAT: FATAL - LENLSTRP OPEN OUTPUT '
                   'STATUS ' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-LOAD-STEP-LIST.
           OPEN INPUT STEP-FILE
           IF WS-STP-FILE-STATUS = '35'
               DISPLAY 'LENLSTAT: LENLSTEP NOT PRESENT - USING THE '
                   'DEFAULT NIGHT STREAM'
               MOVE 'Y' TO WS-WORK-EXPECTED
               PERFORM 1600-ADD-DEFAULT-STEP
                       VARYING WS-DEFAULT-INDEX FROM 1 BY 1
                       UNTIL WS-DEFAULT-INDEX > 12
           ELSE
               IF WS-STP-FILE-STATUS NOT = '00'
                   DISPLAY 'LENLSTAT: FATAL - LENLSTEP OPEN INPUT '
                       'STATUS ' WS-STP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-WORK-EXPECTED
               PERFORM 1700-READ-STEP
               PERFORM UNTIL WS-STP-EOF
                   IF STP-PROGRAM NOT = SPACES
                      AND STP-PROGRAM(1:1) NOT = '*'
                       MOVE STP-PROGRAM TO WS-WORK-PROGRAM
                       PERFORM 4000-FIND-STEP
                   END-IF
                   PERFORM 1700-READ-STEP
               END-PERFORM
               CLOSE STEP-FILE
           END-IF
           MOVE WS-STEP-COUNT TO WS-STEPS-EXPECTED.

       1600-ADD-DEFAULT-STEP.
           MOVE WS-DEFAULT-STEP(WS-DEFAULT-INDEX) TO WS-WORK-PROGRAM
           PERFORM 4000-FIND-STEP.

       1700-READ-STEP.
           READ STEP-FILE
               AT END
                   SET WS-STP-EOF TO TRUE
           END-READ.

      *    The ledger keys lead with the run's start date, so the
      *    browse starts at the first date night 2 can touch and
      *    stops once it is past the report date.
       2000-OPEN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF LG-FILE-STATUS NOT = '00'
               DISPLAY 'LENLSTAT: FATAL - LENLEDGR OPEN INPUT '
                   'STATUS ' LG-FILE-STATUS
               MOVE 'NO RUN LEDGER - NOTHING TO REPORT' TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 8000-FINALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO LGR-KEY
           MOVE WS-TWO-NIGHTS-DATE TO LGR-RUN-DATE
           START LEDGER-FILE KEY NOT < LGR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       2200-READ-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF LG-FILE-STATUS NOT = '00'
              AND LG-FILE-STATUS NOT = '10'
               DISPLAY 'LENLSTAT: LENLEDGR READ NEXT STATUS '
                   LG-FILE-STATUS ' - BROWSE ENDED EARLY'
               SET WS-EOF TO TRUE
           END-IF.

      *    Within one start date and program the entries arrive in
      *    start-time order, begin before end, so an end entry
      *    belongs to the run last started.  An end whose begin is
      *    missing (the begin write failed) still counts as a run.
      *    This job's own entries are passed by - its end entry is
      *    not written yet while it reads.
       3000-TAKE-ONE-ENTRY.
           MOVE SPACES TO WS-RUN-STAMP
           STRING LGR-RUN-DATE LGR-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-STAMP
           EVALUATE TRUE
               WHEN WS-RUN-STAMP NOT < WS-NIGHT1-FROM
                AND WS-RUN-STAMP < WS-NIGHT1-TO
                   MOVE 1 TO WS-NIGHT
               WHEN WS-RUN-STAMP NOT < WS-NIGHT2-FROM
                AND WS-RUN-STAMP < WS-NIGHT1-FROM
                   MOVE 2 TO WS-NIGHT
               WHEN OTHER
                   MOVE 0 TO WS-NIGHT
           END-EVALUATE
           IF WS-NIGHT > 0
              AND LGR-PROGRAM NOT = LG-PROGRAM
               ADD 1 TO WS-ENTRIES-IN-WINDOW
               MOVE LGR-PROGRAM TO WS-WORK-PROGRAM
               MOVE 'N' TO WS-WORK-EXPECTED
               PERFORM 4000-FIND-STEP
               IF WS-STEP-FOUND = 0
                   ADD 1 TO WS-STEPS-PAST-TABLE
               ELSE
                   IF LGR-IS-BEGIN
                      OR WS-NT-START-DATE(WS-STEP-FOUND, WS-NIGHT)
                          NOT = LGR-RUN-DATE
                      OR WS-NT-START-TIME(WS-STEP-FOUND, WS-NIGHT)
                          NOT = LGR-RUN-TIME
                       PERFORM 3100-START-RUN
                   END-IF
                   IF LGR-IS-END
                       PERFORM 3200-END-RUN
                   END-IF
               END-IF
           END-IF.

       3100-START-RUN.
           ADD 1 TO WS-NT-RUNS(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-RUN-DATE
               TO WS-NT-START-DATE(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-RUN-TIME
               TO WS-NT-START-TIME(WS-STEP-FOUND, WS-NIGHT)
           MOVE 'N'    TO WS-NT-ENDED(WS-STEP-FOUND, WS-NIGHT)
           MOVE SPACES TO WS-NT-END-DATE(WS-STEP-FOUND, WS-NIGHT)
           MOVE SPACES TO WS-NT-END-TIME(WS-STEP-FOUND, WS-NIGHT)
           MOVE 0      TO WS-NT-RC(WS-STEP-FOUND, WS-NIGHT)
           MOVE 0      TO WS-NT-READ(WS-STEP-FOUND, WS-NIGHT)
           MOVE 0      TO WS-NT-WRITTEN(WS-STEP-FOUND, WS-NIGHT)
           MOVE 0      TO WS-NT-SKIPPED(WS-STEP-FOUND, WS-NIGHT)
           MOVE 0      TO WS-NT-BREACHED(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-STATUS-TEXT
               TO WS-NT-STATUS(WS-STEP-FOUND, WS-NIGHT).

       3200-END-RUN.
           MOVE 'Y' TO WS-NT-ENDED(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-EVENT-DATE
               TO WS-NT-END-DATE(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-EVENT-TIME
               TO WS-NT-END-TIME(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-RETURN-CODE
               TO WS-NT-RC(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-RECORDS-READ
               TO WS-NT-READ(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-RECORDS-WRITTEN
               TO WS-NT-WRITTEN(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-RECORDS-SKIPPED
               TO WS-NT-SKIPPED(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-RECORDS-BREACHED
               TO WS-NT-BREACHED(WS-STEP-FOUND, WS-NIGHT)
           MOVE LGR-STATUS-TEXT
               TO WS-NT-STATUS(WS-STEP-FOUND, WS-NIGHT).

      *    Finds WS-WORK-PROGRAM in the step table, adding it (with
      *    WS-WORK-EXPECTED) when it is new and there is room.
      *    WS-STEP-FOUND is 0 only when the table is full.
       4000-FIND-STEP.
           MOVE 0 TO WS-STEP-FOUND
           PERFORM 4100-CHECK-ONE-STEP
                   VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                      OR WS-STEP-FOUND > 0
           IF WS-STEP-FOUND = 0
              AND WS-STEP-COUNT < 40
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-FOUND
               INITIALIZE WS-STEP-ENTRY(WS-STEP-FOUND)
               MOVE WS-WORK-PROGRAM
                   TO WS-STEP-PROGRAM(WS-STEP-FOUND)
               MOVE WS-WORK-EXPECTED
                   TO WS-STEP-EXPECTED(WS-STEP-FOUND)
           END-IF.

       4100-CHECK-ONE-STEP.
           IF WS-STEP-PROGRAM(WS-STEP-INDEX) = WS-WORK-PROGRAM
               MOVE WS-STEP-INDEX TO WS-STEP-FOUND
           END-IF.

       5000-PRINT-REPORT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'LENLSTAT - NIGHT STREAM STATUS FOR '
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'TONIGHT    RUNS STARTED ' WS-NIGHT1-FROM(1:8) ' '
               WS-NIGHT1-FROM(9:6) ' TO ' WS-NIGHT1-TO(1:8) ' '
               WS-NIGHT1-TO(9:6)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'LAST NIGHT RUNS STARTED ' WS-NIGHT2-FROM(1:8) ' '
               WS-NIGHT2-FROM(9:6) ' TO ' WS-NIGHT1-FROM(1:8) ' '
               WS-NIGHT1-FROM(9:6)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5200-PRINT-ONE-STEP
                   VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-STEPS-EXPECTED TO WS-COUNT-EDITED
           STRING 'STEPS EXPECTED     ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-STEPS-RAN TO WS-COUNT-EDITED
           STRING 'STEPS THAT RAN     ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-STEPS-FLAGGED TO WS-COUNT-EDITED
           STRING 'STEPS FLAGGED      ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-STEPS-FLAGGED = 0
               MOVE 'ALL STEPS RAN ONCE AND ENDED CLEAN' TO RPT-LINE
           ELSE
               MOVE 'SEE *** LINES ABOVE BEFORE HANDOVER' TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *    Heading line, then the night's counts and last night's
      *    beneath, then the status, then one *** line per flag.
       5200-PRINT-ONE-STEP.
           MOVE 'N' TO WS-STEP-FLAGGED-FLAG
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-NT-RUNS(WS-STEP-INDEX, 1) = 0
               IF WS-STEP-EXPECTED(WS-STEP-INDEX) = 'Y'
                   STRING WS-STEP-PROGRAM(WS-STEP-INDEX)
                       '  DID NOT RUN'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               ELSE
                   STRING WS-STEP-PROGRAM(WS-STEP-INDEX)
                       '  NOT ON THE STEP LIST - RAN LAST NIGHT ONLY'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               END-IF
           ELSE
               ADD 1 TO WS-STEPS-RAN
               MOVE WS-NT-RUNS(WS-STEP-INDEX, 1) TO WS-RUNS-EDITED
               MOVE SPACES TO WS-END-TEXT
               IF WS-NT-ENDED(WS-STEP-INDEX, 1) = 'Y'
                   STRING '  ENDED ' WS-NT-END-DATE(WS-STEP-INDEX, 1)
                       ' ' WS-NT-END-TIME(WS-STEP-INDEX, 1)
                       '  RC ' WS-NT-RC(WS-STEP-INDEX, 1)
                       DELIMITED BY SIZE INTO WS-END-TEXT
               END-IF
               MOVE SPACES TO WS-LIST-NOTE
               IF WS-STEP-EXPECTED(WS-STEP-INDEX) NOT = 'Y'
                   MOVE '  (NOT ON THE STEP LIST)' TO WS-LIST-NOTE
               END-IF
               STRING WS-STEP-PROGRAM(WS-STEP-INDEX)
                   '  RUNS ' WS-RUNS-EDITED
                   '  STARTED ' WS-NT-START-DATE(WS-STEP-INDEX, 1)
                   ' ' WS-NT-START-TIME(WS-STEP-INDEX, 1)
                   WS-END-TEXT WS-LIST-NOTE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TONIGHT    ' TO WS-NIGHT-LABEL
           MOVE 1 TO WS-NIGHT
           PERFORM 5300-PRINT-NIGHT-COUNTS
           MOVE 'LAST NIGHT ' TO WS-NIGHT-LABEL
           MOVE 2 TO WS-NIGHT
           PERFORM 5300-PRINT-NIGHT-COUNTS
           IF WS-NT-RUNS(WS-STEP-INDEX, 1) > 0
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '          STATUS      '
                   WS-NT-STATUS(WS-STEP-INDEX, 1)
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 5500-PRINT-FLAGS
           IF WS-STEP-FLAGGED
               ADD 1 TO WS-STEPS-FLAGGED
           END-IF.

       5300-PRINT-NIGHT-COUNTS.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-NT-RUNS(WS-STEP-INDEX, WS-NIGHT) = 0
               STRING '          ' WS-NIGHT-LABEL ' DID NOT RUN'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               IF WS-NT-ENDED(WS-STEP-INDEX, WS-NIGHT) NOT = 'Y'
                   STRING '          ' WS-NIGHT-LABEL
                       ' NO COUNTS - LAST RUN HAS NO END ENTRY'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               ELSE
                   MOVE WS-NT-READ(WS-STEP-INDEX, WS-NIGHT)
                       TO WS-READ-EDITED
                   MOVE WS-NT-WRITTEN(WS-STEP-INDEX, WS-NIGHT)
                       TO WS-WRITTEN-EDITED
                   MOVE WS-NT-SKIPPED(WS-STEP-INDEX, WS-NIGHT)
                       TO WS-SKIPPED-EDITED
                   MOVE WS-NT-BREACHED(WS-STEP-INDEX, WS-NIGHT)
                       TO WS-BREACHED-EDITED
                   STRING '          ' WS-NIGHT-LABEL
                       ' READ ' WS-READ-EDITED
                       '  WRITTEN ' WS-WRITTEN-EDITED
                       '  SKIPPED ' WS-SKIPPED-EDITED
                       '  BREACHED ' WS-BREACHED-EDITED
                       '  RC ' WS-NT-RC(WS-STEP-INDEX, WS-NIGHT)
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    Flags judge tonight only.  A step not on the list that
      *    did not run tonight is not missing - it was never due.
       5500-PRINT-FLAGS.
           IF WS-NT-RUNS(WS-STEP-INDEX, 1) = 0
               IF WS-STEP-EXPECTED(WS-STEP-INDEX) = 'Y'
                   MOVE '          *** NOT RUN' TO RPT-LINE
                   WRITE RPT-LINE
                   SET WS-STEP-FLAGGED TO TRUE
               END-IF
           ELSE
               IF WS-NT-RUNS(WS-STEP-INDEX, 1) > 1
                   MOVE WS-NT-RUNS(WS-STEP-INDEX, 1) TO WS-RUNS-EDITED
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING '          *** RAN ' WS-RUNS-EDITED
                       ' TIMES - LAST RUN SHOWN'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   SET WS-STEP-FLAGGED TO TRUE
               END-IF
               IF WS-NT-ENDED(WS-STEP-INDEX, 1) NOT = 'Y'
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING '          *** NO END ENTRY - ABENDED OR '
                       'STOPPED FATAL, SEE ITS SYSOUT'
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   SET WS-STEP-FLAGGED TO TRUE
               ELSE
                   IF WS-NT-RC(WS-STEP-INDEX, 1) NOT = 0
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING '          *** ENDED RC '
                           WS-NT-RC(WS-STEP-INDEX, 1)
                           DELIMITED BY SIZE INTO WS-DETAIL-LINE
                       MOVE WS-DETAIL-LINE TO RPT-LINE
                       WRITE RPT-LINE
                       SET WS-STEP-FLAGGED TO TRUE
                   END-IF
               END-IF
           END-IF.

       8000-FINALIZE.
           CLOSE REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENLSTAT.
