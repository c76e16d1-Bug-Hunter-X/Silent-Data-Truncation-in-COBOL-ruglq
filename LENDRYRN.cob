       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDRYRN.
      *
      * Rules-change dry run.  Reads a candidate rules file (LENRULCD,
      * same columns as LENRULES) and an existing LENINPUT - last
      * night's, usually - and puts every data record through the
      * same field checks LENBATCH makes, twice: once under tonight's
      * LENRULES and once under the candidate.  Nothing is written
      * anywhere but the LENDRYRP report: no LENEXCPT, no LENCLEAN,
      * no LENOVRFL, no LENCHKPT, and LENXCORR is not even opened, so
      * the job can run against production files at any time of day
      * without disturbing the night stream.
      *
      * The candidate is sanity-checked first, and every problem is
      * listed rather than stopping at the first: anything LENBATCH's
      * own rule load would end the run on (offset or slice past the
      * 370-byte record, max length over the 200-byte capacity, a
      * misspelt severity or rule kind, more rules than the 100 its
      * table holds) and two rules that check overlapping bytes of
      * the same record type, which LENBATCH does not refuse but
      * which leave the second rule's result overwriting the first
      * on LENCLEAN.  A candidate with problems is not simulated.
      *
      * The report then shows, feed group by feed group and field by
      * field, the exception counts (length, data class, format rule
      * kinds) under the current rules beside the candidate's, the
      * record outcomes under each, and what the LENTHRCF row for the
      * production job would have made of each - the same rates and
      * dropped-character limit LENTHRSH gates on.
      *
      * Two things LENBATCH does are deliberately left out because
      * they do not depend on the rules and would read the same under
      * both: the duplicate-key check (every record is validated
      * here) and trailer balancing.  Operator corrections on
      * LENXCORR are not applied - the dry run judges the supplier's
      * data as sent.
      *
      * Job-wide default severity comes from LENXCTL key SEVMODE,
      * overridden by LENBATCH_TRUNC_MODE, exactly as LENBATCH takes
      * it.  LENDRYRN_GATE_JOB names the LENTHRCF row to judge against
      * (default LENBATCH).
      *
      * Return codes: 0 candidate sane and within thresholds; 4
      * candidate sane but it would breach LENTHRCF or hit a FATAL
      * rule that ends a production run early; 8 candidate failed
      * the sanity checks and was not simulated; 16 nothing to
      * compare (LENINPUT or LENRULCD missing, current LENRULES
      * unusable, or more feed groups or field names than the
      * tables hold).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "LENINPUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO "LENRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "LENRULCD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "LENXCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "LENTHRCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THR-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LENDRYRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    LENBATCH's input layout - data record, with the HDR and
      *    TRL group records sharing its area.
       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 370 CHARACTERS.
       01  IN-RECORD.
           05  IN-RECORD-KEY           PIC X(10).
           05  FILLER                  PIC X(360).
       01  IN-HEADER-RECORD.
           05  IN-HDR-TAG              PIC X(3).
               88  IN-IS-HEADER               VALUE 'HDR'.
           05  IN-HDR-FEED-ID          PIC X(8).
           05  IN-HDR-BUSINESS-DATE    PIC X(8).
           05  FILLER                  PIC X(351).
       01  IN-TRAILER-RECORD.
           05  IN-TRL-TAG              PIC X(3).
               88  IN-IS-TRAILER              VALUE 'TRL'.
           05  FILLER                  PIC X(367).

      *    Both rules files are read into WS-RULE-LINE, which carries
      *    LENBATCH's RUL-RECORD columns, so one set of checks serves
      *    the current file and the candidate alike.
       FD  RULES-FILE.
       01  RUL-RECORD                  PIC X(54).

       FD  CANDIDATE-FILE.
       01  CND-RECORD                  PIC X(54).

       FD  CONTROL-FILE.
       01  CTL-RECORD.
           05  CTL-KEY                 PIC X(8).
           05  CTL-VALUE               PIC X(8).

      *    LENTHRSH's threshold layout - job name, max truncated
      *    percent, max rejected percent, max characters dropped.
       FD  THRESHOLD-FILE.
       01  THR-RECORD.
           05  THR-JOB-NAME            PIC X(8).
           05  THR-MAX-TRUNC-PCT       PIC 9(3).
           05  THR-MAX-REJECT-PCT      PIC 9(3).
           05  THR-MAX-CHARS-DROPPED   PIC 9(9).

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-RULES-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-CAND-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-CTL-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-THR-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-RULES-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-RULES-EOF                  VALUE 'Y'.
       01  WS-THR-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-THR-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-TIME                 PIC X(6).
       01  WS-GATE-JOB-NAME            PIC X(8)  VALUE 'LENBATCH'.
       01  WS-TRUNC-MODE               PIC X(6)  VALUE 'WARN  '.
       01  WS-DRY-RC                   PIC 9(2)  VALUE 0.

      *    One rules line, in LENBATCH's RUL-RECORD columns.
       01  WS-RULE-LINE.
           05  WS-RL-RECORD-TYPE       PIC X(2).
           05  WS-RL-FIELD-NAME        PIC X(20).
           05  WS-RL-OFFSET            PIC 9(4).
           05  WS-RL-LENGTH            PIC 9(4).
           05  WS-RL-MAX-LENGTH        PIC 9(4).
           05  WS-RL-SEVERITY          PIC X(6).
           05  WS-RL-MANDATORY         PIC X(1).
           05  WS-RL-MIN-LENGTH-X      PIC X(4).
           05  WS-RL-MIN-LENGTH REDEFINES WS-RL-MIN-LENGTH-X
                                       PIC 9(4).
           05  WS-RL-FORMAT            PIC X(7).
           05  WS-RL-TRANSLIT          PIC X(1).
           05  WS-RL-SENSITIVE         PIC X(1).
       01  WS-LINE-PROBLEMS            PIC 9(2)  VALUE 0.

      *    Two rule sets side by side - set 1 tonight's LENRULES, set
      *    2 the candidate - each shaped like LENBATCH's
      *    WS-RULE-TABLE, plus the field-name slot each rule counts
      *    its exceptions under.  WS-SET-LINES counts every rule line
      *    read, so a file past the 100-rule limit can say by how
      *    much.
       01  WS-RULE-SETS.
           05  WS-SET OCCURS 2 TIMES.
               10  WS-SET-COUNT        PIC 9(3).
               10  WS-SET-LINES        PIC 9(5).
               10  WS-SET-PROBLEMS     PIC 9(5).
               10  WS-SET-RULE OCCURS 100 TIMES.
                   15  WS-SR-RECORD-TYPE PIC X(2).
                   15  WS-SR-FIELD-NAME  PIC X(20).
                   15  WS-SR-OFFSET      PIC 9(4).
                   15  WS-SR-LENGTH      PIC 9(4).
                   15  WS-SR-MAX-LENGTH  PIC 9(4).
                   15  WS-SR-SEVERITY    PIC X(6).
                   15  WS-SR-MANDATORY   PIC X(1).
                   15  WS-SR-MIN-LENGTH  PIC 9(4).
                   15  WS-SR-FORMAT      PIC X(7).
                   15  WS-SR-TRANSLIT    PIC X(1).
                   15  WS-SR-FIELD-SLOT  PIC 9(3).
       01  WS-SET-INDEX                PIC 9(1).
       01  WS-SET-NAME                 PIC X(9).
       01  WS-RULE-INDEX               PIC 9(3).
       01  WS-PAIR-INDEX               PIC 9(3).
       01  WS-FIRST-END                PIC 9(4).
       01  WS-SECOND-END               PIC 9(4).

      *    Every field name either set checks, in first-seen order -
      *    the rows of the per-feed comparison.  200 is both sets'
      *    100 rules with no name in common.
       01  WS-FIELD-TABLE.
           05  WS-FLD-COUNT            PIC 9(3)  VALUE 0.
           05  WS-FLD-NAME OCCURS 200 TIMES PIC X(20).
       01  WS-FLD-INDEX                PIC 9(3).
       01  WS-FLD-FOUND                PIC 9(3).

      *    One entry per HDR/TRL group on LENINPUT, in arrival order,
      *    as LENBATCH keeps them - 20 is the same headroom its feed
      *    table has.  Record outcomes are kept per rule set.
       01  WS-FEED-TABLE.
           05  WS-FEED-COUNT           PIC 9(2)  VALUE 0.
           05  WS-FEED-ENTRY OCCURS 20 TIMES.
               10  WS-FEED-ID          PIC X(8).
               10  WS-FEED-BUS-DATE    PIC X(8).
               10  WS-FEED-READ        PIC 9(9).
               10  WS-FEED-SET OCCURS 2 TIMES.
                   15  WS-FS-PASSED        PIC 9(9).
                   15  WS-FS-TRUNCATED     PIC 9(9).
                   15  WS-FS-REJECTED      PIC 9(9).
                   15  WS-FS-CLASS-FLAGGED PIC 9(9).
                   15  WS-FS-CHARS-DROPPED PIC 9(9).
                   15  WS-FS-FATAL-HITS    PIC 9(9).
       01  WS-FEED-INDEX               PIC 9(2)  VALUE 0.
       01  WS-GROUP-OPEN-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-GROUP-OPEN                 VALUE 'Y'.

      *    Exception counts by feed, field and rule set: length
      *    (LENBATCH's 'L'), data class ('C') and the format rule
      *    kinds together ('M'/'U'/'N'/'E').
       01  WS-COUNT-TABLE.
           05  WS-CNT-FEED OCCURS 20 TIMES.
               10  WS-CNT-FIELD OCCURS 200 TIMES.
                   15  WS-CNT-SET OCCURS 2 TIMES.
                       20  WS-CNT-LENGTH   PIC 9(9).
                       20  WS-CNT-CLASS    PIC 9(9).
                       20  WS-CNT-FORMAT   PIC 9(9).

      *    Per-record working state, as in LENBATCH's 3000/3100.
       01  WS-RECORD-STATUS            PIC X(1).
           88  WS-RECORD-CLEAN               VALUE 'C'.
           88  WS-RECORD-TRUNCATED           VALUE 'T'.
           88  WS-RECORD-REJECTED            VALUE 'R'.
       01  WS-RECORD-CLASS-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-RECORD-HAS-CLASS-ISSUE     VALUE 'Y'.
       01  WS-RECORD-FATAL-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-RECORD-HIT-FATAL           VALUE 'Y'.
       01  WS-FIELD-VALUE              PIC X(200).
       01  WS-FIELD-MODE               PIC X(6)  VALUE 'WARN  '.
           88  WS-FIELD-MODE-FATAL           VALUE 'FATAL '.
       01  WS-INPUT-STAGING            PIC X(200).
       01  WS-VAL-TARGET               PIC X(100).
       01  WS-VAL-OVERFLOW             PIC X(100).
       01  WS-MAX-LENGTH               PIC 9(4).
       01  WS-ACTUAL-LENGTH            PIC 9(4).
       01  WS-CHAR-LENGTH              PIC 9(4).
       01  WS-RETURN-CODE              PIC 9(2).
       01  WS-CLASS-CODE               PIC 9(2).
       01  WS-SUPPRESS-LOG             PIC X(1)  VALUE 'Y'.
       01  WS-SLOT                     PIC 9(3).
       COPY LENFMTWS.
       COPY LENUTFWS.

      *    The thresholds each set is judged against - the row for
      *    WS-GATE-JOB-NAME, else the '*' row, else LENTHRSH's own
      *    compiled-in defaults.
       01  WS-MAX-TRUNC-PCT            PIC 9(3)  VALUE 010.
       01  WS-MAX-REJECT-PCT           PIC 9(3)  VALUE 005.
       01  WS-MAX-CHARS-DROPPED        PIC 9(9)  VALUE 001000000.
       01  WS-JOB-ROW-SEEN-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-JOB-ROW-SEEN               VALUE 'Y'.
       01  WS-RUN-READ                 PIC 9(9)  VALUE 0.
       01  WS-RUN-TRUNCATED            PIC 9(9)  VALUE 0.
       01  WS-RUN-REJECTED             PIC 9(9)  VALUE 0.
       01  WS-RUN-CHARS-DROPPED        PIC 9(9)  VALUE 0.
       01  WS-RUN-FATAL-HITS           PIC 9(9)  VALUE 0.
       01  WS-TRUNC-RATE               PIC 9(3)V99 VALUE 0.
       01  WS-REJECT-RATE              PIC 9(3)V99 VALUE 0.
       01  WS-SET-BREACHES             PIC 9(2)  VALUE 0.
       01  WS-CAND-BREACHES            PIC 9(2)  VALUE 0.

      *    Report line building.
       01  WS-DETAIL-LINE              PIC X(132).
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-RATE-EDITED              PIC ZZ9.99.
       01  WS-REJECT-RATE-EDITED       PIC ZZ9.99.
       01  WS-CHANGE-EDITED            PIC ++++,+++,++9.
       01  WS-CHANGE                   PIC S9(9) VALUE 0.
       01  WS-CUR-TOTAL                PIC 9(9)  VALUE 0.
       01  WS-CAND-TOTAL               PIC 9(9)  VALUE 0.
       01  WS-CUR-L-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-CUR-C-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-CUR-F-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-CND-L-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-CND-C-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-CND-F-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-PROBLEM-TEXT             PIC X(100).
       01  WS-RULES-EDITED             PIC ZZ9.
       01  WS-LINES-EDITED             PIC ZZ,ZZ9.
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENDRYRN' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CURRENT-RULES
           PERFORM 1600-LOAD-CANDIDATE-RULES
           IF WS-SET-PROBLEMS(2) > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-SET-PROBLEMS(2) TO WS-COUNT-EDITED
               STRING 'CANDIDATE NOT SIMULATED - ' WS-COUNT-EDITED
                   ' PROBLEM(S) ABOVE MUST BE FIXED FIRST'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               DISPLAY 'LENDRYRN: CANDIDATE RULES FAILED '
                   WS-SET-PROBLEMS(2) ' SANITY CHECK(S) - NOT '
                   'SIMULATED'
               MOVE 8 TO WS-DRY-RC
           ELSE
               PERFORM 2000-READ-INPUT
               PERFORM UNTIL WS-EOF
                   EVALUATE TRUE
                       WHEN IN-IS-HEADER
                           PERFORM 2100-OPEN-FEED
                       WHEN IN-IS-TRAILER
                           MOVE 'N' TO WS-GROUP-OPEN-FLAG
                       WHEN OTHER
                           PERFORM 2200-PROCESS-DATA-RECORD
                   END-EVALUATE
                   PERFORM 2000-READ-INPUT
               END-PERFORM
               PERFORM 5000-WRITE-FEED-SECTION
                   VARYING WS-FEED-INDEX FROM 1 BY 1
                   UNTIL WS-FEED-INDEX > WS-FEED-COUNT
               PERFORM 6000-CHECK-THRESHOLDS
               IF WS-CAND-BREACHES > 0
                   MOVE 4 TO WS-DRY-RC
               END-IF
           END-IF
           PERFORM 8000-FINALIZE
           DISPLAY 'LENDRYRN: RETURN CODE ' WS-DRY-RC
           MOVE WS-DRY-RC TO RETURN-CODE
           MOVE WS-RUN-READ        TO LG-RECORDS-READ
           MOVE WS-CAND-BREACHES   TO LG-RECORDS-BREACHED
           IF WS-SET-PROBLEMS(2) > 0
               MOVE 'CANDIDATE RULES FAILED CHECKS - NOT SIMULATED'
                   TO LG-STATUS-TEXT
           END-IF
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-GATE-JOB-NAME
               FROM ENVIRONMENT "LENDRYRN_GATE_JOB"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-GATE-JOB-NAME = SPACES
               MOVE 'LENBATCH' TO WS-GATE-JOB-NAME
           END-IF
           PERFORM 1100-READ-SEVERITY-DEFAULT
           ACCEPT WS-TRUNC-MODE FROM ENVIRONMENT "LENBATCH_TRUNC_MODE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-TRUNC-MODE = SPACES
               MOVE 'WARN  ' TO WS-TRUNC-MODE
           END-IF
           INITIALIZE WS-RULE-SETS WS-FEED-TABLE WS-COUNT-TABLE
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'LENDRYRN: FATAL - LENINPUT OPEN INPUT STATUS '
                   WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LENDRYRN: FATAL - LENDRYRP OPEN OUTPUT '
                   'STATUS ' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'LENDRYRN - RULES CHANGE DRY RUN  RUN DATE '
               WS-RUN-DATE ' TIME ' WS-RUN-TIME
               '  DEFAULT SEVERITY ' WS-TRUNC-MODE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'CURRENT = LENRULES   CANDIDATE = LENRULCD   '
               'NOTHING IS WRITTEN TO THE PRODUCTION FILES BY THIS JOB'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 1200-LOAD-THRESHOLDS.

      *    The same job-wide default LENBATCH would run under - the
      *    LENXCTL SEVMODE row, then the environment variable.  An
      *    absent or unreadable control file leaves WARN standing.
       1100-READ-SEVERITY-DEFAULT.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-STATUS = '00'
               MOVE 'SEVMODE ' TO CTL-KEY
               READ CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-VALUE(1:6) = 'WARN  '
                          OR CTL-VALUE(1:6) = 'REJECT'
                          OR CTL-VALUE(1:6) = 'FATAL '
                           MOVE CTL-VALUE(1:6) TO WS-TRUNC-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    LENTHRSH's precedence: the exact job row beats the '*'
      *    catch-all row, which beats the compiled-in defaults.  A
      *    malformed row is reported and ignored rather than ending
      *    the dry run - the gate itself will refuse it soon enough.
       1200-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THR-FILE-STATUS = '00'
               PERFORM 1220-READ-THRESHOLD
               PERFORM UNTIL WS-THR-EOF
                   PERFORM 1250-TAKE-ONE-THRESHOLD
                   PERFORM 1220-READ-THRESHOLD
               END-PERFORM
               CLOSE THRESHOLD-FILE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'LENTHRCF NOT READ - JUDGING AGAINST THE '
                   'DEFAULT THRESHOLDS LENTHRSH USES WITHOUT IT'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       1220-READ-THRESHOLD.
           READ THRESHOLD-FILE
               AT END
                   SET WS-THR-EOF TO TRUE
           END-READ.

       1250-TAKE-ONE-THRESHOLD.
           IF THR-RECORD NOT = SPACES
               IF THR-MAX-TRUNC-PCT NOT NUMERIC
                  OR THR-MAX-REJECT-PCT NOT NUMERIC
                  OR THR-MAX-CHARS-DROPPED NOT NUMERIC
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING 'WARNING - MALFORMED LENTHRCF ROW FOR JOB '
                       THR-JOB-NAME ' IGNORED - LENTHRSH WILL STOP '
                       'ON IT' DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
               ELSE
                   IF THR-JOB-NAME = WS-GATE-JOB-NAME
                       MOVE THR-MAX-TRUNC-PCT  TO WS-MAX-TRUNC-PCT
                       MOVE THR-MAX-REJECT-PCT TO WS-MAX-REJECT-PCT
                       MOVE THR-MAX-CHARS-DROPPED
                           TO WS-MAX-CHARS-DROPPED
                       SET WS-JOB-ROW-SEEN TO TRUE
                   ELSE
                       IF THR-JOB-NAME(1:1) = '*'
                          AND NOT WS-JOB-ROW-SEEN
                           MOVE THR-MAX-TRUNC-PCT
                               TO WS-MAX-TRUNC-PCT
                           MOVE THR-MAX-REJECT-PCT
                               TO WS-MAX-REJECT-PCT
                           MOVE THR-MAX-CHARS-DROPPED
                               TO WS-MAX-CHARS-DROPPED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Tonight's rules, loaded as LENBATCH loads them - its
      *    compiled-in defaults when there is no LENRULES at all.
      *    A current file LENBATCH itself would refuse leaves
      *    nothing to compare against.
       1500-LOAD-CURRENT-RULES.
           MOVE 1 TO WS-SET-INDEX
           MOVE 'CURRENT  ' TO WS-SET-NAME
           MOVE 'N' TO WS-RULES-EOF-FLAG
           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS = '35'
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'LENRULES NOT PRESENT - CURRENT = LENBATCH''S '
                   'COMPILED-IN DEFAULT RULES'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               PERFORM 1650-LOAD-DEFAULT-RULES
           ELSE
               IF WS-RULES-FILE-STATUS NOT = '00'
                   DISPLAY 'LENDRYRN: FATAL - LENRULES OPEN INPUT '
                       'STATUS ' WS-RULES-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1520-READ-CURRENT-RULE
               PERFORM UNTIL WS-RULES-EOF
                   IF (WS-RULE-LINE(1:1) NOT = '*'
                          OR WS-RULE-LINE(1:2) = '**')
                      AND WS-RULE-LINE NOT = SPACES
                       PERFORM 1700-CHECK-ONE-RULE-LINE
                   END-IF
                   PERFORM 1520-READ-CURRENT-RULE
               END-PERFORM
               CLOSE RULES-FILE
           END-IF
           IF WS-SET-COUNT(1) = 0
               MOVE 'CURRENT LENRULES HOLDS NO RULES' TO
                   WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           END-IF
           IF WS-SET-PROBLEMS(1) > 0
               DISPLAY 'LENDRYRN: FATAL - CURRENT LENRULES WOULD NOT '
                   'LOAD IN LENBATCH - NOTHING TO COMPARE AGAINST'
               PERFORM 8000-FINALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1520-READ-CURRENT-RULE.
           MOVE SPACES TO WS-RULE-LINE
           READ RULES-FILE INTO WS-RULE-LINE
               AT END
                   SET WS-RULES-EOF TO TRUE
           END-READ.

      *    The candidate gets every check LENBATCH's 1550 makes plus
      *    the overlap check, all reported together.
       1600-LOAD-CANDIDATE-RULES.
           MOVE 2 TO WS-SET-INDEX
           MOVE 'CANDIDATE' TO WS-SET-NAME
           MOVE 'N' TO WS-RULES-EOF-FLAG
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CANDIDATE SANITY CHECKS' TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CANDIDATE-FILE
           IF WS-CAND-FILE-STATUS NOT = '00'
               DISPLAY 'LENDRYRN: FATAL - LENRULCD OPEN INPUT STATUS '
                   WS-CAND-FILE-STATUS ' - NO CANDIDATE TO TRY'
               PERFORM 8000-FINALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1620-READ-CANDIDATE-RULE
           PERFORM UNTIL WS-RULES-EOF
               IF (WS-RULE-LINE(1:1) NOT = '*'
                      OR WS-RULE-LINE(1:2) = '**')
                  AND WS-RULE-LINE NOT = SPACES
                   PERFORM 1700-CHECK-ONE-RULE-LINE
               END-IF
               PERFORM 1620-READ-CANDIDATE-RULE
           END-PERFORM
           CLOSE CANDIDATE-FILE
           IF WS-SET-LINES(2) > 100
               MOVE WS-SET-LINES(2) TO WS-LINES-EDITED
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING WS-LINES-EDITED ' RULE LINES - LENBATCH''S '
                   'RULE TABLE HOLDS 100'
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           END-IF
           IF WS-SET-LINES(2) = 0
               MOVE 'CANDIDATE HOLDS NO RULES' TO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           END-IF
           PERFORM 1800-CHECK-OVERLAPS
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-SET-COUNT(2)
           IF WS-SET-PROBLEMS(2) = 0
               MOVE WS-SET-COUNT(2) TO WS-RULES-EDITED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '  NO PROBLEMS FOUND - ' WS-RULES-EDITED
                   ' RULES' DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       1620-READ-CANDIDATE-RULE.
           MOVE SPACES TO WS-RULE-LINE
           READ CANDIDATE-FILE INTO WS-RULE-LINE
               AT END
                   SET WS-RULES-EOF TO TRUE
           END-READ.

      *    LENBATCH's 1600 rule set, for a night with no LENRULES.
       1650-LOAD-DEFAULT-RULES.
           MOVE '**CUSTOMER-NAME       001100600040'
               TO WS-RULE-LINE
           PERFORM 1700-CHECK-ONE-RULE-LINE
           MOVE '**ADDRESS-LINE        007100800060'
               TO WS-RULE-LINE
           PERFORM 1700-CHECK-ONE-RULE-LINE
           MOVE '**EMAIL-ADDR          015100600050'
               TO WS-RULE-LINE
           PERFORM 1700-CHECK-ONE-RULE-LINE
           MOVE '**NOTES               021101600140'
               TO WS-RULE-LINE
           PERFORM 1700-CHECK-ONE-RULE-LINE.

      *    Each of LENBATCH's 1550 refusals, as a report line rather
      *    than an end of run.  A line with any problem is not stored
      *    - it could not have run - but every problem on it is
      *    listed, so one pass over the report finds them all.
       1700-CHECK-ONE-RULE-LINE.
           ADD 1 TO WS-SET-LINES(WS-SET-INDEX)
           MOVE 0 TO WS-LINE-PROBLEMS
           IF WS-RL-OFFSET NOT NUMERIC OR WS-RL-LENGTH NOT NUMERIC
              OR WS-RL-MAX-LENGTH NOT NUMERIC
               MOVE 'OFFSET, LENGTH OR MAX LENGTH NOT NUMERIC'
                   TO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           ELSE
               IF WS-RL-OFFSET = 0 OR WS-RL-LENGTH = 0
                  OR WS-RL-OFFSET + WS-RL-LENGTH - 1 > 370
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING 'OFFSET ' WS-RL-OFFSET ' LENGTH '
                       WS-RL-LENGTH ' RUNS PAST BYTE 370 OF THE '
                       'RECORD' DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   PERFORM 1900-NOTE-PROBLEM
               END-IF
               IF WS-RL-LENGTH > 200
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING 'SLICE LENGTH ' WS-RL-LENGTH
                       ' IS OVER THE 200-BYTE STAGING BUFFER'
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   PERFORM 1900-NOTE-PROBLEM
               END-IF
               IF WS-RL-MAX-LENGTH > 200
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING 'MAX LENGTH ' WS-RL-MAX-LENGTH
                       ' IS OVER THE 200-BYTE CAPACITY'
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   PERFORM 1900-NOTE-PROBLEM
               END-IF
           END-IF
           IF WS-RL-SEVERITY NOT = SPACES
              AND WS-RL-SEVERITY NOT = 'WARN  '
              AND WS-RL-SEVERITY NOT = 'REJECT'
              AND WS-RL-SEVERITY NOT = 'FATAL '
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING 'UNKNOWN SEVERITY ' WS-RL-SEVERITY
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           END-IF
           IF WS-RL-MANDATORY NOT = SPACE AND WS-RL-MANDATORY NOT = 'Y'
              AND WS-RL-MANDATORY NOT = 'N'
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING 'UNKNOWN MANDATORY FLAG ' WS-RL-MANDATORY
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           END-IF
           IF WS-RL-MIN-LENGTH-X = SPACES
               MOVE ZEROS TO WS-RL-MIN-LENGTH-X
           END-IF
           IF WS-RL-MIN-LENGTH NOT NUMERIC
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING 'BAD MINIMUM LENGTH ' WS-RL-MIN-LENGTH-X
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           ELSE
               IF WS-RL-MAX-LENGTH IS NUMERIC
                  AND WS-RL-MIN-LENGTH > WS-RL-MAX-LENGTH
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING 'MINIMUM LENGTH ' WS-RL-MIN-LENGTH
                       ' IS OVER THE MAX LENGTH ' WS-RL-MAX-LENGTH
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   PERFORM 1900-NOTE-PROBLEM
               END-IF
           END-IF
           IF WS-RL-FORMAT NOT = SPACES AND WS-RL-FORMAT NOT = 'NUMERIC'
              AND WS-RL-FORMAT NOT = 'EMAIL  '
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING 'UNKNOWN FORMAT ' WS-RL-FORMAT
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           END-IF
           IF WS-RL-TRANSLIT NOT = SPACE AND WS-RL-TRANSLIT NOT = 'Y'
              AND WS-RL-TRANSLIT NOT = 'N'
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING 'UNKNOWN TRANSLITERATE FLAG ' WS-RL-TRANSLIT
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           END-IF
      *    Masking changes what is logged, not what is counted, so
      *    the flag is only checked here - a bad one would stop
      *    LENBATCH all the same.
           IF WS-RL-SENSITIVE NOT = SPACE AND WS-RL-SENSITIVE NOT = 'Y'
              AND WS-RL-SENSITIVE NOT = 'N'
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING 'UNKNOWN SENSITIVITY FLAG ' WS-RL-SENSITIVE
                   DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
               PERFORM 1900-NOTE-PROBLEM
           END-IF
           IF WS-LINE-PROBLEMS = 0
              AND WS-SET-COUNT(WS-SET-INDEX) < 100
               PERFORM 1750-STORE-ONE-RULE
           END-IF.

       1750-STORE-ONE-RULE.
           ADD 1 TO WS-SET-COUNT(WS-SET-INDEX)
           MOVE WS-SET-COUNT(WS-SET-INDEX) TO WS-RULE-INDEX
           MOVE WS-RL-RECORD-TYPE TO
               WS-SR-RECORD-TYPE(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-FIELD-NAME TO
               WS-SR-FIELD-NAME(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-OFFSET TO
               WS-SR-OFFSET(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-LENGTH TO
               WS-SR-LENGTH(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-MAX-LENGTH TO
               WS-SR-MAX-LENGTH(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-SEVERITY TO
               WS-SR-SEVERITY(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-MANDATORY TO
               WS-SR-MANDATORY(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-MIN-LENGTH TO
               WS-SR-MIN-LENGTH(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-FORMAT TO
               WS-SR-FORMAT(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE WS-RL-TRANSLIT TO
               WS-SR-TRANSLIT(WS-SET-INDEX, WS-RULE-INDEX)
           MOVE 0 TO WS-FLD-FOUND
           PERFORM 1780-SCAN-ONE-FIELD
               VARYING WS-FLD-INDEX FROM 1 BY 1
               UNTIL WS-FLD-INDEX > WS-FLD-COUNT
           IF WS-FLD-FOUND = 0
               ADD 1 TO WS-FLD-COUNT
               MOVE WS-RL-FIELD-NAME TO WS-FLD-NAME(WS-FLD-COUNT)
               MOVE WS-FLD-COUNT TO WS-FLD-FOUND
           END-IF
           MOVE WS-FLD-FOUND TO
               WS-SR-FIELD-SLOT(WS-SET-INDEX, WS-RULE-INDEX).

       1780-SCAN-ONE-FIELD.
           IF WS-FLD-NAME(WS-FLD-INDEX) = WS-RL-FIELD-NAME
               MOVE WS-FLD-INDEX TO WS-FLD-FOUND
               MOVE WS-FLD-COUNT TO WS-FLD-INDEX
           END-IF.

      *    Two candidate rules overlap when they can apply to the
      *    same record (same record type, or either is the '**' /
      *    blank catch-all) and their byte ranges share a byte.
       1800-CHECK-OVERLAPS.
           PERFORM 1850-CHECK-ONE-PAIR
               VARYING WS-PAIR-INDEX FROM WS-RULE-INDEX BY 1
               UNTIL WS-PAIR-INDEX > WS-SET-COUNT(2).

       1850-CHECK-ONE-PAIR.
           IF WS-PAIR-INDEX > WS-RULE-INDEX
              AND (WS-SR-RECORD-TYPE(2, WS-RULE-INDEX) =
                       WS-SR-RECORD-TYPE(2, WS-PAIR-INDEX)
                OR WS-SR-RECORD-TYPE(2, WS-RULE-INDEX) = '**'
                OR WS-SR-RECORD-TYPE(2, WS-RULE-INDEX) = SPACES
                OR WS-SR-RECORD-TYPE(2, WS-PAIR-INDEX) = '**'
                OR WS-SR-RECORD-TYPE(2, WS-PAIR-INDEX) = SPACES)
               COMPUTE WS-FIRST-END = WS-SR-OFFSET(2, WS-RULE-INDEX)
                   + WS-SR-LENGTH(2, WS-RULE-INDEX) - 1
               COMPUTE WS-SECOND-END = WS-SR-OFFSET(2, WS-PAIR-INDEX)
                   + WS-SR-LENGTH(2, WS-PAIR-INDEX) - 1
               IF WS-SR-OFFSET(2, WS-RULE-INDEX) <= WS-SECOND-END
                  AND WS-SR-OFFSET(2, WS-PAIR-INDEX) <= WS-FIRST-END
                   MOVE WS-SR-FIELD-NAME(2, WS-RULE-INDEX)
                       TO WS-RL-FIELD-NAME
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING 'BYTES ' WS-SR-OFFSET(2, WS-RULE-INDEX)
                       '-' WS-FIRST-END ' OVERLAP '
                       WS-SR-FIELD-NAME(2, WS-PAIR-INDEX) ' BYTES '
                       WS-SR-OFFSET(2, WS-PAIR-INDEX) '-'
                       WS-SECOND-END
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                   PERFORM 1900-NOTE-PROBLEM
               END-IF
           END-IF.

      *    WS-RL-FIELD-NAME names the rule the problem belongs to.
       1900-NOTE-PROBLEM.
           ADD 1 TO WS-LINE-PROBLEMS
           ADD 1 TO WS-SET-PROBLEMS(WS-SET-INDEX)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  ' WS-SET-NAME ' ' WS-RL-FIELD-NAME ' '
               WS-PROBLEM-TEXT DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       2000-READ-INPUT.
           READ INPUT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2100-OPEN-FEED.
           IF WS-FEED-COUNT = 20
               DISPLAY 'LENDRYRN: FATAL - MORE THAN 20 FEED GROUPS '
                   'ON LENINPUT'
               PERFORM 8000-FINALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FEED-COUNT
           MOVE WS-FEED-COUNT TO WS-FEED-INDEX
           MOVE IN-HDR-FEED-ID TO WS-FEED-ID(WS-FEED-INDEX)
           MOVE IN-HDR-BUSINESS-DATE TO WS-FEED-BUS-DATE(WS-FEED-INDEX)
           SET WS-GROUP-OPEN TO TRUE.

      *    A data record outside a HDR/TRL group is something LENBATCH
      *    ends the run on; here it is counted under the group before
      *    it, or under a '*NOHDR*' group if it comes first, so the
      *    comparison still covers every record.
       2200-PROCESS-DATA-RECORD.
           IF WS-FEED-COUNT = 0
               ADD 1 TO WS-FEED-COUNT
               MOVE 1 TO WS-FEED-INDEX
               MOVE '*NOHDR* ' TO WS-FEED-ID(1)
           END-IF
           ADD 1 TO WS-FEED-READ(WS-FEED-INDEX)
           PERFORM 3000-VALIDATE-UNDER-ONE-SET
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > 2.

      *    LENBATCH's 3000-VALIDATE-RECORD, once per rule set.
       3000-VALIDATE-UNDER-ONE-SET.
           SET WS-RECORD-CLEAN TO TRUE
           MOVE 'N' TO WS-RECORD-CLASS-FLAG
           MOVE 'N' TO WS-RECORD-FATAL-FLAG
           PERFORM 3100-VALIDATE-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-SET-COUNT(WS-SET-INDEX)
           EVALUATE TRUE
               WHEN WS-RECORD-REJECTED
                   ADD 1 TO WS-FS-REJECTED(WS-FEED-INDEX, WS-SET-INDEX)
               WHEN WS-RECORD-TRUNCATED
                   ADD 1 TO
                       WS-FS-TRUNCATED(WS-FEED-INDEX, WS-SET-INDEX)
               WHEN OTHER
                   ADD 1 TO WS-FS-PASSED(WS-FEED-INDEX, WS-SET-INDEX)
           END-EVALUATE
           IF WS-RECORD-HAS-CLASS-ISSUE
               ADD 1 TO
                   WS-FS-CLASS-FLAGGED(WS-FEED-INDEX, WS-SET-INDEX)
           END-IF
           IF WS-RECORD-HIT-FATAL
               ADD 1 TO WS-FS-FATAL-HITS(WS-FEED-INDEX, WS-SET-INDEX)
           END-IF.

       3100-VALIDATE-ONE-RULE.
           IF WS-SR-RECORD-TYPE(WS-SET-INDEX, WS-RULE-INDEX) = '**'
              OR WS-SR-RECORD-TYPE(WS-SET-INDEX, WS-RULE-INDEX)
                  = SPACES
              OR WS-SR-RECORD-TYPE(WS-SET-INDEX, WS-RULE-INDEX)
                  = IN-RECORD(1:2)
               MOVE WS-SR-MAX-LENGTH(WS-SET-INDEX, WS-RULE-INDEX)
                   TO WS-MAX-LENGTH
               MOVE WS-SR-FIELD-SLOT(WS-SET-INDEX, WS-RULE-INDEX)
                   TO WS-SLOT
               IF WS-SR-SEVERITY(WS-SET-INDEX, WS-RULE-INDEX) = SPACES
                   MOVE WS-TRUNC-MODE TO WS-FIELD-MODE
               ELSE
                   MOVE WS-SR-SEVERITY(WS-SET-INDEX, WS-RULE-INDEX)
                       TO WS-FIELD-MODE
               END-IF
               MOVE SPACES TO WS-FIELD-VALUE
               MOVE IN-RECORD(WS-SR-OFFSET(WS-SET-INDEX,
                   WS-RULE-INDEX):WS-SR-LENGTH(WS-SET-INDEX,
                   WS-RULE-INDEX)) TO WS-FIELD-VALUE
               IF WS-SR-TRANSLIT(WS-SET-INDEX, WS-RULE-INDEX) = 'Y'
                   PERFORM 3300-TRANSLITERATE-VALUE
               END-IF
               PERFORM 3500-CHECK-FIELD
           END-IF.

       3300-TRANSLITERATE-VALUE.
           MOVE WS-FIELD-VALUE TO LU-INPUT-DATA
           MOVE 'Y' TO LU-TRANSLIT-FLAG
           PERFORM LENUTF-CHECK-VALUE
           MOVE LU-ASCII-VALUE TO WS-FIELD-VALUE.

      *    The outcome rules of LENBATCH's 3500/3600, counting what
      *    it would have logged instead of logging it.
       3500-CHECK-FIELD.
           MOVE WS-FIELD-VALUE TO WS-INPUT-STAGING
           CALL 'BUGSOLUTION' USING WS-INPUT-STAGING WS-MAX-LENGTH
               WS-FIELD-MODE WS-VAL-TARGET WS-VAL-OVERFLOW
               WS-ACTUAL-LENGTH WS-RETURN-CODE WS-CLASS-CODE
               WS-SUPPRESS-LOG WS-CHAR-LENGTH
           EVALUATE WS-RETURN-CODE
               WHEN 4
                   ADD WS-ACTUAL-LENGTH TO
                       WS-FS-CHARS-DROPPED(WS-FEED-INDEX, WS-SET-INDEX)
                   SUBTRACT WS-MAX-LENGTH FROM
                       WS-FS-CHARS-DROPPED(WS-FEED-INDEX, WS-SET-INDEX)
                   IF NOT WS-RECORD-REJECTED
                       SET WS-RECORD-TRUNCATED TO TRUE
                   END-IF
                   ADD 1 TO WS-CNT-LENGTH(WS-FEED-INDEX, WS-SLOT,
                       WS-SET-INDEX)
               WHEN 8
               WHEN 12
                   ADD WS-ACTUAL-LENGTH TO
                       WS-FS-CHARS-DROPPED(WS-FEED-INDEX, WS-SET-INDEX)
                   SET WS-RECORD-REJECTED TO TRUE
                   ADD 1 TO WS-CNT-LENGTH(WS-FEED-INDEX, WS-SLOT,
                       WS-SET-INDEX)
                   IF WS-FIELD-MODE-FATAL AND WS-RETURN-CODE = 8
                       SET WS-RECORD-HIT-FATAL TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-CLASS-CODE = 8
               SET WS-RECORD-HAS-CLASS-ISSUE TO TRUE
               ADD 1 TO WS-CNT-CLASS(WS-FEED-INDEX, WS-SLOT,
                   WS-SET-INDEX)
           END-IF
           IF WS-SR-MANDATORY(WS-SET-INDEX, WS-RULE-INDEX) = 'Y'
              OR WS-SR-MIN-LENGTH(WS-SET-INDEX, WS-RULE-INDEX) > 0
              OR WS-SR-FORMAT(WS-SET-INDEX, WS-RULE-INDEX)
                  NOT = SPACES
               PERFORM 3600-CHECK-FIELD-FORMAT
           END-IF.

       3600-CHECK-FIELD-FORMAT.
           MOVE WS-FIELD-VALUE TO LF-INPUT-DATA
           MOVE WS-SR-MANDATORY(WS-SET-INDEX, WS-RULE-INDEX)
               TO LF-MANDATORY-FLAG
           MOVE WS-SR-MIN-LENGTH(WS-SET-INDEX, WS-RULE-INDEX)
               TO LF-MIN-LENGTH
           MOVE WS-SR-FORMAT(WS-SET-INDEX, WS-RULE-INDEX) TO LF-FORMAT
           PERFORM LENFMT-CHECK-FORMAT
           IF NOT LF-FORMAT-PASSED
               IF WS-FIELD-MODE = 'REJECT' OR WS-FIELD-MODE-FATAL
                   SET WS-RECORD-REJECTED TO TRUE
               END-IF
               IF WS-FIELD-MODE-FATAL
                   SET WS-RECORD-HIT-FATAL TO TRUE
               END-IF
               ADD 1 TO WS-CNT-FORMAT(WS-FEED-INDEX, WS-SLOT,
                   WS-SET-INDEX)
           END-IF.

      *    One block per feed group: the field rows (only fields with
      *    an exception under either set - a field clean both ways
      *    has nothing to compare), then the record outcomes.
       5000-WRITE-FEED-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FEED-READ(WS-FEED-INDEX) TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'FEED ' WS-FEED-ID(WS-FEED-INDEX)
               '  BUSINESS DATE ' WS-FEED-BUS-DATE(WS-FEED-INDEX)
               '  RECORDS READ ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  FIELD               ------------ CURRENT '
               '------------ ----------- CANDIDATE -----------'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '                           LENGTH      CLASS     '
               'FORMAT      LENGTH      CLASS     FORMAT        CHANGE'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 5100-WRITE-ONE-FIELD-ROW
               VARYING WS-FLD-INDEX FROM 1 BY 1
               UNTIL WS-FLD-INDEX > WS-FLD-COUNT
           MOVE 1 TO WS-SET-INDEX
           MOVE 'CURRENT  ' TO WS-SET-NAME
           PERFORM 5200-WRITE-OUTCOME-LINE
           MOVE 2 TO WS-SET-INDEX
           MOVE 'CANDIDATE' TO WS-SET-NAME
           PERFORM 5200-WRITE-OUTCOME-LINE.

       5100-WRITE-ONE-FIELD-ROW.
           COMPUTE WS-CUR-TOTAL =
               WS-CNT-LENGTH(WS-FEED-INDEX, WS-FLD-INDEX, 1) +
               WS-CNT-CLASS(WS-FEED-INDEX, WS-FLD-INDEX, 1) +
               WS-CNT-FORMAT(WS-FEED-INDEX, WS-FLD-INDEX, 1)
           COMPUTE WS-CAND-TOTAL =
               WS-CNT-LENGTH(WS-FEED-INDEX, WS-FLD-INDEX, 2) +
               WS-CNT-CLASS(WS-FEED-INDEX, WS-FLD-INDEX, 2) +
               WS-CNT-FORMAT(WS-FEED-INDEX, WS-FLD-INDEX, 2)
           IF WS-CUR-TOTAL > 0 OR WS-CAND-TOTAL > 0
               MOVE WS-CNT-LENGTH(WS-FEED-INDEX, WS-FLD-INDEX, 1)
                   TO WS-CUR-L-EDITED
               MOVE WS-CNT-CLASS(WS-FEED-INDEX, WS-FLD-INDEX, 1)
                   TO WS-CUR-C-EDITED
               MOVE WS-CNT-FORMAT(WS-FEED-INDEX, WS-FLD-INDEX, 1)
                   TO WS-CUR-F-EDITED
               MOVE WS-CNT-LENGTH(WS-FEED-INDEX, WS-FLD-INDEX, 2)
                   TO WS-CND-L-EDITED
               MOVE WS-CNT-CLASS(WS-FEED-INDEX, WS-FLD-INDEX, 2)
                   TO WS-CND-C-EDITED
               MOVE WS-CNT-FORMAT(WS-FEED-INDEX, WS-FLD-INDEX, 2)
                   TO WS-CND-F-EDITED
               COMPUTE WS-CHANGE = WS-CAND-TOTAL - WS-CUR-TOTAL
               MOVE WS-CHANGE TO WS-CHANGE-EDITED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '  ' WS-FLD-NAME(WS-FLD-INDEX)
                   WS-CUR-L-EDITED WS-CUR-C-EDITED WS-CUR-F-EDITED
                   ' ' WS-CND-L-EDITED WS-CND-C-EDITED
                   WS-CND-F-EDITED '  ' WS-CHANGE-EDITED
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       5200-WRITE-OUTCOME-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FS-PASSED(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-CUR-L-EDITED
           MOVE WS-FS-TRUNCATED(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-CUR-C-EDITED
           MOVE WS-FS-REJECTED(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-CUR-F-EDITED
           MOVE WS-FS-CLASS-FLAGGED(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-CND-L-EDITED
           MOVE WS-FS-CHARS-DROPPED(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-CND-C-EDITED
           STRING '  ' WS-SET-NAME ' PASSED' WS-CUR-L-EDITED
               ' TRUNCATED' WS-CUR-C-EDITED
               ' REJECTED' WS-CUR-F-EDITED
               ' CLASS' WS-CND-L-EDITED
               ' CHARS DROPPED' WS-CND-C-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

      *    Run-level rates under each set against the gate job's
      *    LENTHRCF row, worked the way LENTHRSH works them.
       6000-CHECK-THRESHOLDS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'LENTHRCF THRESHOLDS FOR JOB ' WS-GATE-JOB-NAME
               ' - MAX TRUNC PCT ' WS-MAX-TRUNC-PCT
               '  MAX REJECT PCT ' WS-MAX-REJECT-PCT
               '  MAX CHARS DROPPED ' WS-MAX-CHARS-DROPPED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           MOVE 1 TO WS-SET-INDEX
           MOVE 'CURRENT  ' TO WS-SET-NAME
           PERFORM 6100-JUDGE-ONE-SET
           MOVE 2 TO WS-SET-INDEX
           MOVE 'CANDIDATE' TO WS-SET-NAME
           PERFORM 6100-JUDGE-ONE-SET
           MOVE WS-SET-BREACHES TO WS-CAND-BREACHES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-CAND-BREACHES > 0
               STRING 'VERDICT - CANDIDATE WOULD FAIL THE THRESHOLD '
                   'GATE OR END THE RUN EARLY ON LAST NIGHT''S DATA'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING 'VERDICT - CANDIDATE WOULD PASS THE THRESHOLD '
                   'GATE ON LAST NIGHT''S DATA'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       6100-JUDGE-ONE-SET.
           MOVE 0 TO WS-RUN-READ WS-RUN-TRUNCATED WS-RUN-REJECTED
               WS-RUN-CHARS-DROPPED WS-RUN-FATAL-HITS WS-SET-BREACHES
           MOVE 0 TO WS-TRUNC-RATE WS-REJECT-RATE
           PERFORM 6200-ADD-ONE-FEED
               VARYING WS-FEED-INDEX FROM 1 BY 1
               UNTIL WS-FEED-INDEX > WS-FEED-COUNT
           IF WS-RUN-READ > 0
               COMPUTE WS-TRUNC-RATE ROUNDED =
                   WS-RUN-TRUNCATED * 100 / WS-RUN-READ
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TRUNC-RATE
               END-COMPUTE
               COMPUTE WS-REJECT-RATE ROUNDED =
                   WS-RUN-REJECTED * 100 / WS-RUN-READ
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-REJECT-RATE
               END-COMPUTE
           END-IF
           MOVE WS-TRUNC-RATE TO WS-RATE-EDITED
           MOVE WS-REJECT-RATE TO WS-REJECT-RATE-EDITED
           MOVE WS-RUN-CHARS-DROPPED TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  ' WS-SET-NAME ' TRUNC PCT ' WS-RATE-EDITED
               '  REJECT PCT ' WS-REJECT-RATE-EDITED
               '  CHARS DROPPED ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           IF WS-TRUNC-RATE > WS-MAX-TRUNC-PCT
               ADD 1 TO WS-SET-BREACHES
               MOVE '    BREACH - TRUNCATION RATE OVER THRESHOLD'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-REJECT-RATE > WS-MAX-REJECT-PCT
               ADD 1 TO WS-SET-BREACHES
               MOVE '    BREACH - REJECTION RATE OVER THRESHOLD'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-RUN-CHARS-DROPPED > WS-MAX-CHARS-DROPPED
               ADD 1 TO WS-SET-BREACHES
               MOVE '    BREACH - CHARACTERS DROPPED OVER THRESHOLD'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
      *    A FATAL rule that fires ends a production run at that
      *    record - as much a failed night as a breached gate.
           IF WS-RUN-FATAL-HITS > 0
               ADD 1 TO WS-SET-BREACHES
               MOVE WS-RUN-FATAL-HITS TO WS-COUNT-EDITED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING '    FATAL - ' WS-COUNT-EDITED
                   ' RECORD(S) HIT A FATAL RULE - LENBATCH WOULD END '
                   'THE RUN AT THE FIRST' DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       6200-ADD-ONE-FEED.
           ADD WS-FEED-READ(WS-FEED-INDEX) TO WS-RUN-READ
           ADD WS-FS-TRUNCATED(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-RUN-TRUNCATED
           ADD WS-FS-REJECTED(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-RUN-REJECTED
           ADD WS-FS-CHARS-DROPPED(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-RUN-CHARS-DROPPED
           ADD WS-FS-FATAL-HITS(WS-FEED-INDEX, WS-SET-INDEX)
               TO WS-RUN-FATAL-HITS.

       8000-FINALIZE.
           CLOSE INPUT-FILE REPORT-FILE.

       COPY LENFMTPD.
       COPY LENUTFPD.

       COPY LENLGRPD.
       END PROGRAM LENDRYRN.
