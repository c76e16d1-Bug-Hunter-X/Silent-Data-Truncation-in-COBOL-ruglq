       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENXWDTH.
      *
      * Monthly field-width recommendation report.  LENXTRND and
      * LENXSCOR say how often a field overflows; this says by how
      * much, which is the question in every width negotiation
      * with a supplier or the CRM team.  For each feed, field and
      * defined width seen in one calendar month it prints the
      * length histogram, the 90th, 95th and 99th percentile and
      * maximum lengths, and the share of values that would have
      * passed at a handful of candidate widths around the defined
      * one.
      * The distribution comes from LENPHIST - every value LENBATCH
      * checked, clean records included, as folded in nightly by
      * LENXHIST - so the percentiles are of everything the supplier
      * sent, not just of what broke.  The length exceptions on
      * LENHIST for the same month are shown beside it (count and
      * longest) so the two sources can be read against each other;
      * a field with exceptions but no profile (months before the
      * profile existed) still gets its line, with the exception
      * figures only.
      * The month comes from LENXWDTH_MONTH (YYYYMM), defaulting to
      * last calendar month, the same as LENXSCOR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-HISTORY ASSIGN TO "LENPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-KEY
               FILE STATUS IS WS-PRF-FILE-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "LENHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LENWIDTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-HISTORY.
       COPY PROFFILE.

       FD  HISTORY-MASTER.
       COPY HISTFILE.

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-PRF-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-HIST-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-PRF-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-PRF-EOF                    VALUE 'Y'.
       01  WS-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-REPORT-MONTH             PIC X(6)  VALUE SPACES.
       01  WS-MONTH-START              PIC X(8).
       01  WS-MONTH-END                PIC X(8).
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).
       01  WS-PREV-YYYY                PIC 9(4).
       01  WS-PREV-MM                  PIC 9(2).
       01  WS-PROFILES-READ            PIC 9(9)  VALUE 0.
       01  WS-HIST-READ                PIC 9(9)  VALUE 0.
       01  WS-HIST-LENGTH-EXCS         PIC 9(9)  VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(9)  VALUE 0.
       01  WS-WORK-FEED-ID             PIC X(8).
       01  WS-WORK-FIELD-NAME          PIC X(20).
       01  WS-WORK-DEFINED             PIC 9(4).
      *    One entry per feed, field and defined width.  Bucket n
      *    holds the values n-1 bytes long; a value can be no longer
      *    than the 200-byte slot it was checked in, so bucket 201
      *    (length 200) is the top.  The defined width is part of
      *    the key because a rules change mid-month starts a new
      *    distribution - mixing the two would flatter neither.
       01  WS-WIDTH-TABLE.
           05  WS-WID-COUNT            PIC 9(3)  VALUE 0.
           05  WS-WID-ENTRY OCCURS 100 TIMES.
               10  WS-WID-FEED-ID      PIC X(8).
               10  WS-WID-FIELD-NAME   PIC X(20).
               10  WS-WID-DEFINED      PIC 9(4).
               10  WS-WID-TOTAL        PIC 9(12).
               10  WS-WID-EXCEPTIONS   PIC 9(9).
               10  WS-WID-LONGEST-EXC  PIC 9(4).
               10  WS-WID-BUCKET       PIC 9(12) OCCURS 201 TIMES.
       01  WS-WID-INDEX                PIC 9(3).
       01  WS-FOUND-INDEX              PIC 9(3).
       01  WS-BUCKET-INDEX             PIC 9(3).
      *    Selection-sort state - feed, then field, then defined
      *    width, so one supplier's fields read together.  Entries
      *    swap whole, through a work entry shaped like one of them.
       01  WS-SORT-INDEX               PIC 9(3).
       01  WS-SORT-SCAN                PIC 9(3).
       01  WS-SORT-LOW                 PIC 9(3).
       01  WS-SWAP-ENTRY.
           05  FILLER                  PIC X(8).
           05  FILLER                  PIC X(20).
           05  FILLER                  PIC 9(4).
           05  FILLER                  PIC 9(12).
           05  FILLER                  PIC 9(9).
           05  FILLER                  PIC 9(4).
           05  FILLER                  PIC 9(12) OCCURS 201 TIMES.
      *    Percentile and pass-rate working fields.
       01  WS-CUMULATIVE               PIC 9(12).
       01  WS-TARGET                   PIC 9(12).
       01  WS-PCT-WANTED               PIC 9(3).
       01  WS-PCT-LENGTH               PIC 9(4).
       01  WS-P90-LENGTH               PIC 9(4).
       01  WS-P95-LENGTH               PIC 9(4).
       01  WS-P99-LENGTH               PIC 9(4).
       01  WS-MAX-LENGTH               PIC 9(4).
       01  WS-BAND-INDEX               PIC 9(3).
       01  WS-LAST-BAND                PIC 9(3).
       01  WS-BAND-LOW                 PIC 9(3).
       01  WS-BAND-HIGH                PIC 9(3).
       01  WS-BAND-COUNT               PIC 9(12).
       01  WS-BAR-LENGTH               PIC 9(3).
       01  WS-BAR                      PIC X(50).
       01  WS-CANDIDATE-INDEX          PIC 9(1).
       01  WS-CANDIDATE-WIDTH          PIC S9(5).
       01  WS-PASS-COUNT               PIC 9(12).
      *    Candidate widths are offsets from the defined width: a
      *    little tighter, as defined, and progressively wider.
       01  WS-OFFSET-VALUES.
           05  FILLER                  PIC S9(3) VALUE -20.
           05  FILLER                  PIC S9(3) VALUE -10.
           05  FILLER                  PIC S9(3) VALUE +0.
           05  FILLER                  PIC S9(3) VALUE +10.
           05  FILLER                  PIC S9(3) VALUE +20.
           05  FILLER                  PIC S9(3) VALUE +50.
       01  WS-OFFSET-TABLE REDEFINES WS-OFFSET-VALUES.
           05  WS-OFFSET               PIC S9(3) OCCURS 6 TIMES.
       01  WS-PERCENT                  PIC 9(3)V9.
       01  WS-PERCENT-EDITED           PIC ZZ9.9.
       01  WS-LENGTH-EDITED            PIC ZZZ9.
       01  WS-P90-EDITED               PIC ZZZ9.
       01  WS-P95-EDITED               PIC ZZZ9.
       01  WS-P99-EDITED               PIC ZZZ9.
       01  WS-MAX-EDITED               PIC ZZZ9.
       01  WS-LOW-EDITED               PIC ZZ9.
       01  WS-HIGH-EDITED              PIC ZZ9.
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-READ-EDITED              PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENXWDTH' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-PROFILE
           PERFORM UNTIL WS-PRF-EOF
              OR PRF-RUN-DATE > WS-MONTH-END
               ADD 1 TO WS-PROFILES-READ
               PERFORM 3000-ACCUMULATE-PROFILE
               PERFORM 2000-READ-PROFILE
           END-PERFORM
           PERFORM 2500-READ-HISTORY
           PERFORM UNTIL WS-EOF
              OR HIST-RUN-DATE > WS-MONTH-END
               ADD 1 TO WS-HIST-READ
               IF HIST-TYPE-LENGTH
                   PERFORM 3500-ACCUMULATE-EXCEPTION
               END-IF
               PERFORM 2500-READ-HISTORY
           END-PERFORM
           IF WS-WID-COUNT = 0
               DISPLAY 'LENXWDTH: NO PROFILE OR LENGTH HISTORY FOR '
                   'MONTH ' WS-REPORT-MONTH ' - NO REPORT'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 4000-SORT-ENTRIES
               PERFORM 5000-PRINT-REPORT
           END-IF
           PERFORM 8000-FINALIZE
           DISPLAY 'LENXWDTH: PROFILE RECORDS READ = '
               WS-PROFILES-READ
           DISPLAY 'LENXWDTH: HISTORY RECORDS READ = ' WS-HIST-READ
           DISPLAY 'LENXWDTH: LENGTH EXCEPTIONS    = '
               WS-HIST-LENGTH-EXCS
           DISPLAY 'LENXWDTH: FIELDS REPORTED      = ' WS-WID-COUNT
           IF WS-SKIPPED-COUNT > 0
               DISPLAY 'LENXWDTH: RECORDS PAST TABLE   = '
                   WS-SKIPPED-COUNT
           END-IF
           COMPUTE LG-RECORDS-READ = WS-PROFILES-READ
               + WS-HIST-READ
           MOVE WS-WID-COUNT       TO LG-RECORDS-WRITTEN
           MOVE WS-SKIPPED-COUNT   TO LG-RECORDS-SKIPPED
           IF WS-WID-COUNT = 0
               MOVE 'NO LENGTH PROFILES FOR THE MONTH - NO REPORT'
                   TO LG-STATUS-TEXT
           END-IF
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "LENXWDTH_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-REPORT-MONTH
           END-ACCEPT
           IF WS-REPORT-MONTH = SPACES
              OR WS-REPORT-MONTH NOT NUMERIC
      *    Month-end housekeeping reports on the month just closed.
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PREV-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PREV-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PREV-YYYY
                   COMPUTE WS-PREV-MM = WS-TODAY-MM - 1
               END-IF
               MOVE SPACES TO WS-REPORT-MONTH
               STRING WS-PREV-YYYY WS-PREV-MM DELIMITED BY SIZE
                   INTO WS-REPORT-MONTH
           END-IF
           MOVE SPACES TO WS-MONTH-START
           STRING WS-REPORT-MONTH '01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           MOVE SPACES TO WS-MONTH-END
           STRING WS-REPORT-MONTH '31' DELIMITED BY SIZE
               INTO WS-MONTH-END
           DISPLAY 'LENXWDTH: WIDTH REPORT FOR MONTH ' WS-REPORT-MONTH
      *    No LENPHIST yet is not an error - the exception side of
      *    the report still stands on LENHIST alone.
           OPEN INPUT PROFILE-HISTORY
           IF WS-PRF-FILE-STATUS = '35'
               DISPLAY 'LENXWDTH: LENPHIST NOT FOUND - LENGTH '
                   'EXCEPTIONS ONLY'
               SET WS-PRF-EOF TO TRUE
           ELSE
               IF WS-PRF-FILE-STATUS NOT = '00'
                   DISPLAY 'LENXWDTH: FATAL - LENPHIST OPEN INPUT '
                       'STATUS ' WS-PRF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HISTORY-MASTER
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'LENXWDTH: FATAL - LENHIST OPEN INPUT '
                   'STATUS ' WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LENXWDTH: FATAL - LENWIDTH OPEN OUTPUT '
                   'STATUS ' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Both files key on the run date first, so each browse
      *    starts at the first of the month and stops the moment it
      *    runs off the end of it.
           IF NOT WS-PRF-EOF
               MOVE LOW-VALUES TO PRF-KEY
               MOVE WS-MONTH-START TO PRF-RUN-DATE
               START PROFILE-HISTORY KEY NOT < PRF-KEY
                   INVALID KEY
                       SET WS-PRF-EOF TO TRUE
               END-START
           END-IF
           MOVE LOW-VALUES TO HIST-KEY
           MOVE WS-MONTH-START TO HIST-RUN-DATE
           START HISTORY-MASTER KEY NOT < HIST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       2000-READ-PROFILE.
           IF NOT WS-PRF-EOF
               READ PROFILE-HISTORY NEXT RECORD
                   AT END
                       SET WS-PRF-EOF TO TRUE
               END-READ
               IF WS-PRF-FILE-STATUS NOT = '00'
                  AND WS-PRF-FILE-STATUS NOT = '10'
                   DISPLAY 'LENXWDTH: LENPHIST READ NEXT STATUS '
                       WS-PRF-FILE-STATUS ' - BROWSE ENDED EARLY'
                   SET WS-PRF-EOF TO TRUE
               END-IF
           END-IF.

       2500-READ-HISTORY.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF WS-HIST-FILE-STATUS NOT = '00'
              AND WS-HIST-FILE-STATUS NOT = '10'
               DISPLAY 'LENXWDTH: LENHIST READ NEXT STATUS '
                   WS-HIST-FILE-STATUS ' - BROWSE ENDED EARLY'
               SET WS-EOF TO TRUE
           END-IF.

       3000-ACCUMULATE-PROFILE.
           MOVE PRF-FEED-ID        TO WS-WORK-FEED-ID
           MOVE PRF-FIELD-NAME     TO WS-WORK-FIELD-NAME
           MOVE PRF-DEFINED-LENGTH TO WS-WORK-DEFINED
           PERFORM 3300-FIND-OR-ADD-ENTRY
           IF WS-FOUND-INDEX > 0
               IF PRF-ACTUAL-LENGTH > 200
                   MOVE 201 TO WS-BUCKET-INDEX
               ELSE
                   COMPUTE WS-BUCKET-INDEX = PRF-ACTUAL-LENGTH + 1
               END-IF
               ADD PRF-RECORD-COUNT TO
                   WS-WID-BUCKET(WS-FOUND-INDEX WS-BUCKET-INDEX)
               ADD PRF-RECORD-COUNT TO WS-WID-TOTAL(WS-FOUND-INDEX)
           END-IF.

       3500-ACCUMULATE-EXCEPTION.
           ADD 1 TO WS-HIST-LENGTH-EXCS
           MOVE HIST-FEED-ID        TO WS-WORK-FEED-ID
           MOVE HIST-FIELD-NAME     TO WS-WORK-FIELD-NAME
           MOVE HIST-DEFINED-LENGTH TO WS-WORK-DEFINED
           PERFORM 3300-FIND-OR-ADD-ENTRY
           IF WS-FOUND-INDEX > 0
               ADD 1 TO WS-WID-EXCEPTIONS(WS-FOUND-INDEX)
               IF HIST-ACTUAL-LENGTH >
                       WS-WID-LONGEST-EXC(WS-FOUND-INDEX)
                   MOVE HIST-ACTUAL-LENGTH TO
                       WS-WID-LONGEST-EXC(WS-FOUND-INDEX)
               END-IF
           END-IF.

      *    A blank feed id - exception history from before the
      *    field existed, or a feed group with no header id - is
      *    reported under (NONE) rather than dropped; both sources
      *    write the same blank, so the two still meet.  Past 100
      *    distinct fields the rest are counted and named on SYSOUT
      *    rather than failing the month-end run - the report on
      *    the first hundred is still worth having.
       3300-FIND-OR-ADD-ENTRY.
           IF WS-WORK-FEED-ID = SPACES
               MOVE '(NONE)' TO WS-WORK-FEED-ID
           END-IF
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM 3400-SCAN-ONE-ENTRY
                   VARYING WS-WID-INDEX FROM 1 BY 1
                   UNTIL WS-WID-INDEX > WS-WID-COUNT
           IF WS-FOUND-INDEX = 0
               IF WS-WID-COUNT = 100
                   IF WS-SKIPPED-COUNT = 0
                       DISPLAY 'LENXWDTH: MORE THAN 100 FIELDS IN '
                           'MONTH - FROM ' WS-WORK-FEED-ID ' '
                           WS-WORK-FIELD-NAME ' ON NOT REPORTED'
                   END-IF
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   ADD 1 TO WS-WID-COUNT
                   MOVE WS-WID-COUNT TO WS-FOUND-INDEX
                   INITIALIZE WS-WID-ENTRY(WS-FOUND-INDEX)
                   MOVE WS-WORK-FEED-ID TO
                       WS-WID-FEED-ID(WS-FOUND-INDEX)
                   MOVE WS-WORK-FIELD-NAME TO
                       WS-WID-FIELD-NAME(WS-FOUND-INDEX)
                   MOVE WS-WORK-DEFINED TO
                       WS-WID-DEFINED(WS-FOUND-INDEX)
               END-IF
           END-IF.

       3400-SCAN-ONE-ENTRY.
           IF WS-WID-FEED-ID(WS-WID-INDEX) = WS-WORK-FEED-ID
              AND WS-WID-FIELD-NAME(WS-WID-INDEX) = WS-WORK-FIELD-NAME
              AND WS-WID-DEFINED(WS-WID-INDEX) = WS-WORK-DEFINED
               MOVE WS-WID-INDEX TO WS-FOUND-INDEX
               MOVE WS-WID-COUNT TO WS-WID-INDEX
           END-IF.

       4000-SORT-ENTRIES.
           PERFORM 4100-PLACE-ONE-ENTRY
                   VARYING WS-SORT-INDEX FROM 1 BY 1
                   UNTIL WS-SORT-INDEX NOT < WS-WID-COUNT.

       4100-PLACE-ONE-ENTRY.
           MOVE WS-SORT-INDEX TO WS-SORT-LOW
           PERFORM 4150-SCAN-FOR-LOWER
                   VARYING WS-SORT-SCAN FROM WS-SORT-INDEX BY 1
                   UNTIL WS-SORT-SCAN > WS-WID-COUNT
           IF WS-SORT-LOW NOT = WS-SORT-INDEX
               MOVE WS-WID-ENTRY(WS-SORT-INDEX) TO WS-SWAP-ENTRY
               MOVE WS-WID-ENTRY(WS-SORT-LOW)
                   TO WS-WID-ENTRY(WS-SORT-INDEX)
               MOVE WS-SWAP-ENTRY TO WS-WID-ENTRY(WS-SORT-LOW)
           END-IF.

       4150-SCAN-FOR-LOWER.
           IF WS-WID-FEED-ID(WS-SORT-SCAN) <
                   WS-WID-FEED-ID(WS-SORT-LOW)
              OR (WS-WID-FEED-ID(WS-SORT-SCAN) =
                      WS-WID-FEED-ID(WS-SORT-LOW)
                  AND WS-WID-FIELD-NAME(WS-SORT-SCAN) <
                      WS-WID-FIELD-NAME(WS-SORT-LOW))
              OR (WS-WID-FEED-ID(WS-SORT-SCAN) =
                      WS-WID-FEED-ID(WS-SORT-LOW)
                  AND WS-WID-FIELD-NAME(WS-SORT-SCAN) =
                      WS-WID-FIELD-NAME(WS-SORT-LOW)
                  AND WS-WID-DEFINED(WS-SORT-SCAN) <
                      WS-WID-DEFINED(WS-SORT-LOW))
               MOVE WS-SORT-SCAN TO WS-SORT-LOW
           END-IF.

       5000-PRINT-REPORT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'LENXWDTH - FIELD WIDTH RECOMMENDATION REPORT FOR '
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LENGTHS IN BYTES, EVERY VALUE CHECKED (LENPHIST) WITH'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'LENGTH EXCEPTIONS (LENHIST) ALONGSIDE' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5100-PRINT-ONE-ENTRY
                   VARYING WS-WID-INDEX FROM 1 BY 1
                   UNTIL WS-WID-INDEX > WS-WID-COUNT.

       5100-PRINT-ONE-ENTRY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WID-DEFINED(WS-WID-INDEX) TO WS-LENGTH-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'FEED ' WS-WID-FEED-ID(WS-WID-INDEX)
               '  FIELD ' WS-WID-FIELD-NAME(WS-WID-INDEX)
               '  DEFINED WIDTH ' WS-LENGTH-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WID-TOTAL(WS-WID-INDEX) TO WS-READ-EDITED
           MOVE WS-WID-EXCEPTIONS(WS-WID-INDEX) TO WS-COUNT-EDITED
           MOVE WS-WID-LONGEST-EXC(WS-WID-INDEX) TO WS-LENGTH-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  VALUES PROFILED ' WS-READ-EDITED
               '  LENGTH EXCEPTIONS ' WS-COUNT-EDITED
               '  LONGEST EXCEPTION ' WS-LENGTH-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-WID-TOTAL(WS-WID-INDEX) = 0
               MOVE '  NO LENGTH PROFILE FOR THIS FIELD IN THE MONTH -'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE '  EXCEPTION FIGURES ONLY' TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 5200-PRINT-PERCENTILES
               PERFORM 5400-PRINT-HISTOGRAM
               PERFORM 5600-PRINT-PASS-RATES
           END-IF.

      *    The p-th percentile is the shortest length that at least
      *    p percent of the values fit in: walk the buckets until
      *    the running count reaches p percent of the total,
      *    rounded up so a small sample does not under-state it.
       5200-PRINT-PERCENTILES.
           MOVE 90 TO WS-PCT-WANTED
           PERFORM 5300-FIND-PERCENTILE
           MOVE WS-PCT-LENGTH TO WS-P90-LENGTH
           MOVE 95 TO WS-PCT-WANTED
           PERFORM 5300-FIND-PERCENTILE
           MOVE WS-PCT-LENGTH TO WS-P95-LENGTH
           MOVE 99 TO WS-PCT-WANTED
           PERFORM 5300-FIND-PERCENTILE
           MOVE WS-PCT-LENGTH TO WS-P99-LENGTH
           MOVE 100 TO WS-PCT-WANTED
           PERFORM 5300-FIND-PERCENTILE
           MOVE WS-PCT-LENGTH TO WS-MAX-LENGTH
           MOVE WS-P90-LENGTH TO WS-P90-EDITED
           MOVE WS-P95-LENGTH TO WS-P95-EDITED
           MOVE WS-P99-LENGTH TO WS-P99-EDITED
           MOVE WS-MAX-LENGTH TO WS-MAX-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  P90 ' WS-P90-EDITED '  P95 ' WS-P95-EDITED
               '  P99 ' WS-P99-EDITED '  MAX ' WS-MAX-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5300-FIND-PERCENTILE.
           COMPUTE WS-TARGET =
               (WS-WID-TOTAL(WS-WID-INDEX) * WS-PCT-WANTED + 99)
               / 100
           MOVE 0 TO WS-CUMULATIVE
           PERFORM 5350-ADD-ONE-BUCKET
                   VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > 201
                      OR WS-CUMULATIVE NOT < WS-TARGET
           COMPUTE WS-PCT-LENGTH = WS-BUCKET-INDEX - 2.

       5350-ADD-ONE-BUCKET.
           ADD WS-WID-BUCKET(WS-WID-INDEX WS-BUCKET-INDEX)
               TO WS-CUMULATIVE.

      *    Ten-byte bands from zero up to the band holding the
      *    longest value; each '*' is two percent of the values.
       5400-PRINT-HISTOGRAM.
           MOVE '  LENGTH     VALUES    PCT' TO RPT-LINE
           WRITE RPT-LINE
           DIVIDE WS-MAX-LENGTH BY 10 GIVING WS-LAST-BAND
           PERFORM 5500-PRINT-ONE-BAND
                   VARYING WS-BAND-INDEX FROM 0 BY 1
                   UNTIL WS-BAND-INDEX > WS-LAST-BAND.

       5500-PRINT-ONE-BAND.
           COMPUTE WS-BAND-LOW = WS-BAND-INDEX * 10
           COMPUTE WS-BAND-HIGH = WS-BAND-LOW + 9
           IF WS-BAND-HIGH > 200
               MOVE 200 TO WS-BAND-HIGH
           END-IF
           MOVE 0 TO WS-BAND-COUNT
           PERFORM 5550-ADD-BAND-BUCKET
                   VARYING WS-BUCKET-INDEX FROM WS-BAND-LOW BY 1
                   UNTIL WS-BUCKET-INDEX > WS-BAND-HIGH
           COMPUTE WS-PERCENT ROUNDED =
               WS-BAND-COUNT * 100 / WS-WID-TOTAL(WS-WID-INDEX)
           COMPUTE WS-BAR-LENGTH = WS-PERCENT / 2
           MOVE SPACES TO WS-BAR
           IF WS-BAR-LENGTH > 0
               MOVE ALL '*' TO WS-BAR(1:WS-BAR-LENGTH)
           END-IF
           MOVE WS-BAND-LOW TO WS-LOW-EDITED
           MOVE WS-BAND-HIGH TO WS-HIGH-EDITED
           MOVE WS-BAND-COUNT TO WS-COUNT-EDITED
           MOVE WS-PERCENT TO WS-PERCENT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  ' WS-LOW-EDITED '-' WS-HIGH-EDITED
               ' ' WS-COUNT-EDITED ' ' WS-PERCENT-EDITED
               ' ' WS-BAR
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    WS-BUCKET-INDEX runs over lengths here, so the bucket
      *    subscript is one more than it.
       5550-ADD-BAND-BUCKET.
           ADD WS-WID-BUCKET(WS-WID-INDEX WS-BUCKET-INDEX + 1)
               TO WS-BAND-COUNT.

      *    A value passes at width w if it is w bytes or shorter.
      *    Candidates below one byte or above the 200-byte slot
      *    are pulled back inside it.
       5600-PRINT-PASS-RATES.
           MOVE '  PASS RATE AT CANDIDATE WIDTHS' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5700-PRINT-ONE-CANDIDATE
                   VARYING WS-CANDIDATE-INDEX FROM 1 BY 1
                   UNTIL WS-CANDIDATE-INDEX > 6.

       5700-PRINT-ONE-CANDIDATE.
           COMPUTE WS-CANDIDATE-WIDTH =
               WS-WID-DEFINED(WS-WID-INDEX)
               + WS-OFFSET(WS-CANDIDATE-INDEX)
           IF WS-CANDIDATE-WIDTH < 1
               MOVE 1 TO WS-CANDIDATE-WIDTH
           END-IF
           IF WS-CANDIDATE-WIDTH > 200
               MOVE 200 TO WS-CANDIDATE-WIDTH
           END-IF
           MOVE 0 TO WS-PASS-COUNT
           PERFORM 5750-ADD-PASS-BUCKET
                   VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > WS-CANDIDATE-WIDTH + 1
           COMPUTE WS-PERCENT ROUNDED =
               WS-PASS-COUNT * 100 / WS-WID-TOTAL(WS-WID-INDEX)
           MOVE WS-CANDIDATE-WIDTH TO WS-LENGTH-EDITED
           MOVE WS-PASS-COUNT TO WS-COUNT-EDITED
           MOVE WS-PERCENT TO WS-PERCENT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-OFFSET(WS-CANDIDATE-INDEX) = 0
               STRING '    WIDTH ' WS-LENGTH-EDITED
                   ' PASSES ' WS-COUNT-EDITED
                   ' ' WS-PERCENT-EDITED ' PCT  (DEFINED)'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING '    WIDTH ' WS-LENGTH-EDITED
                   ' PASSES ' WS-COUNT-EDITED
                   ' ' WS-PERCENT-EDITED ' PCT'
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5750-ADD-PASS-BUCKET.
           ADD WS-WID-BUCKET(WS-WID-INDEX WS-BUCKET-INDEX)
               TO WS-PASS-COUNT.

       8000-FINALIZE.
           IF WS-PRF-FILE-STATUS NOT = '35'
               CLOSE PROFILE-HISTORY
           END-IF
           CLOSE HISTORY-MASTER REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENXWDTH.
