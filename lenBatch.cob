      * group balances against its own trailer count and key hash,
      * and the control totals at the end of LENEXCPT carry one 'F'
      * subtotal record per feed ahead of the run-level 'S' trailer.
      *
      * Every group is also entered on the LENFEEDR feed register
      * (feed id, business date, trailer key hash), which is what
      * catches last week's file arriving again under a header that
      * looks perfectly current, and the LENFSCHD schedule says which
      * feeds were due - the LENFEDRP report at end of run names any
      * that never came.
      *
      * Every rule field's significant length is also counted, clean
      * records included, and the counts written to LENLPROF at each
      * checkpoint and at end of run - the length profile the
      * monthly width report works from.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXCEPTION-REPORT ASSIGN TO "LENEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
      *    The value as it arrived, for every exception on a field
      *    LENRULES marks sensitive - LENEXCPT carries only a masked
      *    copy of those.  Its own DD so access to it can be held to
      *    the few who may see full customer data.
           SELECT FULL-VALUE-FILE ASSIGN TO "LENEXFUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUL-FILE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "LENLPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FILE-STATUS.
           SELECT CLEAN-OUTPUT ASSIGN TO "LENCLEAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FILE-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUP-RECORD-KEY
               FILE STATUS IS WS-DUP-FILE-STATUS.
      *    Permanent register of every feed group this job has
      *    loaded, keyed feed id + business date + trailer key hash -
      *    a direct READ on the full key is the repeat-transmission
      *    check, and a START on the feed id + business date prefix
      *    answers "did this supplier send anything for that day"
      *    for the missing-feed check.  DYNAMIC for the START.
           SELECT FEED-REGISTER ASSIGN TO "LENFEEDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRG-KEY
               FILE STATUS IS WS-FRG-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LENFSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT FEED-REPORT ASSIGN TO "LENFEDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRPT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    BLOCK CONTAINS 0 lets the run-time pick its own blocking
      *    front without one.  'HDR' sits
      *    where a data record carries its record key; no supplier
      *    key starts 'HDR' or 'TRL', so the tags are unambiguous
      *    the same way the summary trailer's 'S' at byte 54 is in
      *    LENEXCPT.  Shares the FD's record area with IN-RECORD
      *    (two 01-levels under one FD), same as EXC-SUMMARY-RECORD
      *    below.
      *    columns 1-2 is the catch-all record type, never a
      *    comment.  Maintained by operations, so a new supplier
      *    field or a new layout is a rules change, not a compile.
      *    Three optional columns after severity carry the format
      *    rule kinds - mandatory (1, 'Y' or blank), minimum length
      *    (4, digits or blank) and format (7, 'NUMERIC', 'EMAIL' or
      *    blank).  A line that stops at severity, as every line
      *    written before these existed does, checks length and
      *    data class only, exactly as it always has.
      *    The last column (1, 'Y' or blank) asks for the value to
      *    be transliterated to plain ASCII before it is checked and
      *    written, for a field whose downstream target cannot hold
      *    UTF-8 - a plain 'u' where the supplier sent a u-umlaut.
      *    Blank or 'N' passes UTF-8 through untouched.
      *    After it, the sensitivity flag (1, 'Y' or blank): 'Y' for
      *    a field holding customer personal data, whose exception
      *    values are masked on LENEXCPT and on the review screens,
      *    the full value going only to LENEXFUL.  Blank or 'N'
      *    logs the value in full, as before.
       FD  RULES-FILE.
       01  RUL-RECORD.
           05  RUL-RECORD-TYPE         PIC X(2).
           05  RUL-LENGTH              PIC 9(4).
           05  RUL-MAX-LENGTH          PIC 9(4).
           05  RUL-SEVERITY            PIC X(6).
           05  RUL-MANDATORY           PIC X(1).
           05  RUL-MIN-LENGTH-X        PIC X(4).
           05  RUL-MIN-LENGTH REDEFINES RUL-MIN-LENGTH-X
                                       PIC 9(4).
           05  RUL-FORMAT              PIC X(7).
           05  RUL-TRANSLIT            PIC X(1).
           05  RUL-SENSITIVE           PIC X(1).

      *    One-record position file, rewritten in place every
      *    WS-CHKPT-FREQ data records: where the run is up to and
               10  CHK-FEED-TRL-HASH   PIC 9(18).
               10  CHK-FEED-TRAILER-FLAG PIC X(1).
               10  CHK-FEED-BALANCE-FLAG PIC X(1).
               10  CHK-FEED-REPEAT-FLAG PIC X(1).

       FD  CORRECTIONS-FILE.
       COPY CORRFILE.
           05  DUP-RECORD-KEY          PIC X(10).
           05  FILLER                  PIC X(1).

      *    One record per feed group loaded.  The trailer count and
      *    records read ride along so the register doubles as the
      *    arrival history operations look things up in; a repeat
      *    transmission does not get a record of its own - it steps
      *    the repeat count on the original's, so the original load
      *    and every attempt to send it again sit on one line.
       FD  FEED-REGISTER.
       01  FRG-RECORD.
           05  FRG-KEY.
               10  FRG-FEED-ID         PIC X(8).
               10  FRG-BUSINESS-DATE   PIC X(8).
               10  FRG-KEY-HASH        PIC 9(18).
           05  FRG-RECORDS-READ        PIC 9(9).
           05  FRG-TRAILER-COUNT       PIC 9(9).
           05  FRG-BALANCE-STATUS      PIC X(1).
               88  FRG-IN-BALANCE             VALUE 'B'.
               88  FRG-OUT-OF-BALANCE         VALUE 'U'.
           05  FRG-JOB-NAME            PIC X(8).
           05  FRG-RUN-DATE            PIC X(8).
           05  FRG-RUN-TIME            PIC X(6).
           05  FRG-REPEAT-COUNT        PIC 9(3).
           05  FRG-LAST-REPEAT-DATE    PIC X(8).
           05  FRG-LAST-REPEAT-TIME    PIC X(6).

      *    Which feeds are due on which days - feed id (8), a blank,
      *    then seven day flags Monday through Sunday, 'Y' where the
      *    supplier sends for that business day.  '*' in column 1 is
      *    a comment.  Maintained by operations alongside LENRULES.
       FD  SCHEDULE-FILE.
       01  SCH-RECORD.
           05  SCH-FEED-ID             PIC X(8).
           05  FILLER                  PIC X(1).
           05  SCH-DAYS                PIC X(7).

       FD  FEED-REPORT.
       01  FRPT-LINE                   PIC X(132).

       FD  FULL-VALUE-FILE.
       COPY FULLFILE.

       FD  PROFILE-FILE.
       COPY PROFFILE.

       FD  EXCEPTION-REPORT.
       COPY EXCFILE.
      *    Shares EXCEPTION-REPORT's record area with EXC-RECORD above
      *    (two 01-levels under one FD occupy the same storage) - the
      *    FILLER PIC X(53) lines SUM-RECORD-TYPE up with the first
      *    byte of EXC-DEFINED-LENGTH, a PIC 9(4) field that can only
      *    ever hold digits, instead of byte 1, which overlays
      *    EXC-JOB-NAME and could legitimately be any character
      *    a non-digit at that position, so 'S' there is unambiguous
      *    proof this is the trailer, not one more misread exception.
       01  EXC-SUMMARY-RECORD.
           05  FILLER                  PIC X(53).
           05  SUM-RECORD-TYPE         PIC X(1).
               88  SUM-IS-SUMMARY             VALUE 'S'.
           05  SUM-JOB-NAME            PIC X(8).
               88  SUM-OUT-OF-BALANCE         VALUE 'U'.
      *    Per-feed subtotal - one written ahead of the 'S' trailer
      *    for every HDR/TRL group the run processed, flagged 'F' at
      *    the same byte-54 position the trailer uses 'S' (and for
      *    the same reason - that byte can never hold a non-digit on
      *    a genuine exception record).  Everything that reads
      *    LENEXCPT sequentially has to know to pass these by, the
      *    same way it already passes the 'S' trailer.
       01  EXC-FEED-SUB-RECORD.
           05  FILLER                  PIC X(53).
           05  FSB-RECORD-TYPE         PIC X(1).
               88  FSB-IS-FEED-SUBTOTAL       VALUE 'F'.
           05  FSB-JOB-NAME            PIC X(8).
           05  FSB-BALANCE-STATUS      PIC X(1).
               88  FSB-IN-BALANCE             VALUE 'B'.
               88  FSB-OUT-OF-BALANCE         VALUE 'U'.
      *    'R' when the group was a repeat transmission loaded anyway
      *    because the duplicate-feed rule is FLAG, spaces otherwise.
           05  FSB-REPEAT-STATUS       PIC X(1).
               88  FSB-IS-REPEAT              VALUE 'R'.

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC X(1)  VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-INPUT-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-EXC-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-FUL-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-PRF-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-CLEAN-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-OVRFL-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-RULES-FILE-STATUS        PIC X(2)  VALUE '00'.
                   88  WS-FEED-TRAILER-SEEN   VALUE 'Y'.
               10  WS-FEED-BALANCE-FLAG PIC X(1).
                   88  WS-FEED-BALANCED       VALUE 'Y'.
      *    Set at trailer time when the group's feed id, business
      *    date and trailer hash are already on the feed register
      *    (or on an earlier group of this same file).
               10  WS-FEED-REPEAT-FLAG PIC X(1).
                   88  WS-FEED-IS-REPEAT      VALUE 'Y'.
      *    The entry the group being read right now accumulates into.
       01  WS-FEED-INDEX               PIC 9(2)  VALUE 0.
       01  WS-FEED-SAVE-INDEX          PIC 9(2)  VALUE 0.
       01  WS-VAL-OVERFLOW             PIC X(100).
       01  WS-MAX-LENGTH               PIC 9(4).
       01  WS-ACTUAL-LENGTH            PIC 9(4).
       01  WS-CHAR-LENGTH              PIC 9(4).
      *    Severity the current field is actually checked under -
      *    the rule's own mode when one is given, the job-wide
      *    WS-TRUNC-MODE when the rule leaves it to the default.
               10  WS-RULE-LENGTH      PIC 9(4).
               10  WS-RULE-MAX-LENGTH  PIC 9(4).
               10  WS-RULE-SEVERITY    PIC X(6).
               10  WS-RULE-MANDATORY   PIC X(1).
               10  WS-RULE-MIN-LENGTH  PIC 9(4).
               10  WS-RULE-FORMAT      PIC X(7).
               10  WS-RULE-TRANSLIT    PIC X(1).
               10  WS-RULE-SENSITIVE   PIC X(1).
       01  WS-RULE-INDEX               PIC 9(3).
       01  WS-CORR-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-CTL-FILE-STATUS          PIC X(2)  VALUE '00'.
      *    LENEXCPT is LINE SEQUENTIAL, which cannot hold the control
      *    bytes a data-class failure is looking for - scrub them to
      *    '.' before logging so reporting the problem does not also
      *    trigger it.  Well-formed UTF-8 is kept as it arrived, so
      *    the exception line shows the name the supplier sent.
       01  WS-SCRUBBED-VALUE           PIC X(200) VALUE SPACES.
       01  WS-VALUES-TRANSLITERATED    PIC 9(9)  VALUE 0.
      *    Set from the current rule in 3100 - a sensitive field's
      *    exceptions log a masked value (9750-STORE-LOGGED-VALUE).
       01  WS-FIELD-SENSITIVE-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-FIELD-SENSITIVE            VALUE 'Y'.
       01  WS-VALUES-MASKED            PIC 9(9)  VALUE 0.
      *    Length profile since the last time it was written out -
      *    one entry per feed, field and defined width, a count per
      *    significant length 0-200 (bucket n holds length n-1).
      *    Written and emptied at every checkpoint, so a restart
      *    re-counts exactly the records it re-reads and the profile
      *    on LENLPROF never counts a record twice.  A table that
      *    fills between checkpoints is written out early, part way
      *    through a record, and brings the next checkpoint forward
      *    to the end of that record - otherwise a restart from the
      *    checkpoint before would count the flushed records again.
      *    That leaves only the window every flush has, a job that
      *    dies after the flush and before the checkpoint is cut.
       01  WS-PROFILE-TABLE.
           05  WS-PRF-COUNT            PIC 9(3)  VALUE 0.
           05  WS-PRF-ENTRY OCCURS 100 TIMES.
               10  WS-PRF-FEED-ID      PIC X(8).
               10  WS-PRF-FIELD-NAME   PIC X(20).
               10  WS-PRF-DEFINED-LENGTH PIC 9(4).
               10  WS-PRF-BUCKET       PIC 9(9) OCCURS 201 TIMES.
      *    Which profile entry each rule fed last, and for which
      *    feed group - saves a table scan per field per record.
       01  WS-PRF-SLOT-TABLE.
           05  WS-PRF-SLOT-ENTRY OCCURS 100 TIMES.
               10  WS-PRF-SLOT         PIC 9(3).
               10  WS-PRF-SLOT-FEED    PIC 9(2).
       01  WS-PRF-INDEX                PIC 9(3).
       01  WS-PRF-FOUND                PIC 9(3).
       01  WS-PRF-BUCKET-INDEX         PIC 9(3).
       01  WS-PRF-WRITTEN              PIC 9(9)  VALUE 0.
       01  WS-PRF-CHKPT-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-PRF-CHKPT-DUE              VALUE 'Y'.
       COPY LENFMTWS.
       COPY LENUTFWS.
       COPY LENMSKWS.
       COPY LENLGRWS.
       01  WS-FRG-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-SCH-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-SCH-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-SCH-EOF                    VALUE 'Y'.
       01  WS-FRPT-FILE-STATUS         PIC X(2)  VALUE '00'.
      *    What a repeat transmission gets: REJECT stops the run at
      *    the repeated group's trailer, before end of run can stamp
      *    LENCLEAN's trailer, so nothing downstream will load it;
      *    FLAG loads it, marks its 'F' subtotal and ends RC 4 for
      *    the nights a supplier's re-send has been agreed.  LENXCTL
      *    key DUPFEED, overridden by LENBATCH_DUP_FEED.
       01  WS-DUP-FEED-MODE            PIC X(8)  VALUE 'REJECT  '.
           88  WS-DUP-FEED-REJECT            VALUE 'REJECT  '.
           88  WS-DUP-FEED-FLAG              VALUE 'FLAG    '.
       01  WS-REPEAT-FOUND-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-REPEAT-FOUND               VALUE 'Y'.
       01  WS-REPEAT-RUN-DATE          PIC X(8)  VALUE SPACES.
       01  WS-SCAN-INDEX               PIC 9(2)  VALUE 0.
       01  WS-SCAN-FOUND               PIC 9(2)  VALUE 0.
       01  WS-FEEDS-REPEATED           PIC 9(4)  VALUE 0.
       01  WS-FEEDS-MISSING            PIC 9(4)  VALUE 0.
      *    The feed schedule loaded from LENFSCHD - 50 entries is
      *    headroom; the schedule lists under a dozen suppliers.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-COUNT          PIC 9(2)  VALUE 0.
           05  WS-SCHED-ENTRY OCCURS 50 TIMES.
               10  WS-SCHED-FEED-ID    PIC X(8).
               10  WS-SCHED-DAYS       PIC X(7).
       01  WS-SCHED-INDEX              PIC 9(2)  VALUE 0.
       01  WS-SCHED-LOADED-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-SCHED-LOADED               VALUE 'Y'.
      *    Day of the week of the business date, 1 = Monday - the
      *    position in SCH-DAYS that says whether a feed is due.
       01  WS-BUS-DATE-NUM             PIC 9(8)  VALUE 0.
       01  WS-BUS-WEEKDAY              PIC 9(1)  VALUE 0.
       01  WS-ARRIVAL-STATUS           PIC X(40) VALUE SPACES.
       01  WS-FRPT-DETAIL              PIC X(132).
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-RECORDS-READ             PIC 9(9) VALUE 0.
       01  WS-RECORDS-PASSED           PIC 9(9) VALUE 0.
       01  WS-RECORDS-TRUNCATED        PIC 9(9) VALUE 0.
      *    field checks, then leaving the read loop early so control
      *    totals still get written (req 004) before the job stops.
       0000-MAIN.
           MOVE 'LENBATCH' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 1650-READ-FIRST-HEADER
           IF WS-RESTART-REQUESTED
                   'ending run after writing control totals'
           END-IF
           PERFORM 6500-BALANCE-RUN
           PERFORM 6700-REGISTER-FEEDS
           PERFORM 6800-CHECK-FEED-SCHEDULE
           PERFORM 7000-WRITE-CONTROL-TOTALS
           PERFORM 8000-FINALIZE
           IF WS-FEEDS-MISSING > 0 OR WS-FEEDS-REPEATED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT WS-RUN-BALANCED
               DISPLAY 'LENBATCH: RUN OUT OF BALANCE AGAINST '
                   'TRAILERS - READ ' WS-RECORDS-READ ' TRAILERS '
                   WS-TRL-RECORD-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-RECORDS-READ    TO LG-RECORDS-READ
           MOVE WS-CLEAN-WRITTEN   TO LG-RECORDS-WRITTEN
           MOVE WS-RECORDS-REJECTED TO LG-RECORDS-SKIPPED
           COMPUTE LG-RECORDS-BREACHED = WS-RECORDS-TRUNCATED
               + WS-RECORDS-REJECTED
           EVALUATE TRUE
               WHEN WS-FATAL-STOP-REQUESTED
                   MOVE 'FATAL TRUNCATION - RUN ENDED EARLY'
                       TO LG-STATUS-TEXT
               WHEN NOT WS-RUN-BALANCED
                   MOVE 'RUN OUT OF BALANCE AGAINST TRAILERS'
                       TO LG-STATUS-TEXT
               WHEN WS-FEEDS-MISSING > 0 OR WS-FEEDS-REPEATED > 0
                   MOVE 'FEEDS MISSING OR REPEATED - SEE LENFEDRP'
                       TO LG-STATUS-TEXT
           END-EVALUATE
           PERFORM LENLGR-WRITE-END
           STOP RUN.

      *    One data record: counted and hashed into both the run
           END-IF
           ADD 1 TO WS-SINCE-CHKPT
           IF WS-SINCE-CHKPT NOT < WS-CHKPT-FREQ
              OR WS-PRF-CHKPT-DUE
               PERFORM 7500-TAKE-CHECKPOINT
               MOVE 0 TO WS-SINCE-CHKPT
           END-IF.
           IF WS-CHKPT-FREQ = 0
               MOVE 50000 TO WS-CHKPT-FREQ
           END-IF
           ACCEPT WS-DUP-FEED-MODE
               FROM ENVIRONMENT "LENBATCH_DUP_FEED"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF NOT WS-DUP-FEED-REJECT AND NOT WS-DUP-FEED-FLAG
               DISPLAY 'LENBATCH: WARNING - DUPLICATE FEED RULE "'
                   WS-DUP-FEED-MODE '" IS NOT REJECT OR FLAG - '
                   'REJECT STANDS'
               MOVE 'REJECT  ' TO WS-DUP-FEED-MODE
           END-IF
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'LENBATCH: FATAL - LENINPUT OPEN INPUT STATUS '
                   WS-EXC-FILE-STATUS
               STOP RUN
           END-IF
           IF WS-RESTART-REQUESTED
               OPEN EXTEND FULL-VALUE-FILE
           ELSE
               OPEN OUTPUT FULL-VALUE-FILE
           END-IF
           IF WS-FUL-FILE-STATUS NOT = '00'
               DISPLAY 'LENBATCH: FATAL - LENEXFUL OPEN STATUS '
                   WS-FUL-FILE-STATUS
               STOP RUN
           END-IF
           IF WS-RESTART-REQUESTED
               OPEN EXTEND PROFILE-FILE
           ELSE
               OPEN OUTPUT PROFILE-FILE
           END-IF
           IF WS-PRF-FILE-STATUS NOT = '00'
               DISPLAY 'LENBATCH: FATAL - LENLPROF OPEN STATUS '
                   WS-PRF-FILE-STATUS
               STOP RUN
           END-IF
           INITIALIZE WS-PRF-SLOT-TABLE
           IF WS-RESTART-REQUESTED
               OPEN EXTEND CLEAN-OUTPUT
           ELSE
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-CORRECTIONS
           PERFORM 1500-LOAD-RULES
           PERFORM 1450-OPEN-FEED-REGISTER.

      *    The register is created empty the first night it is not
      *    there (nothing has been registered yet, so nothing can be
      *    a repeat) - any other open failure stops the run, because
      *    a run that cannot consult the register cannot promise it
      *    is not loading somebody's file twice.
       1450-OPEN-FEED-REGISTER.
           OPEN I-O FEED-REGISTER
           IF WS-FRG-FILE-STATUS = '35'
               OPEN OUTPUT FEED-REGISTER
               CLOSE FEED-REGISTER
               OPEN I-O FEED-REGISTER
           END-IF
           IF WS-FRG-FILE-STATUS NOT = '00'
               DISPLAY 'LENBATCH: FATAL - LENFEEDR OPEN I-O STATUS '
                   WS-FRG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    No LENXCTL on the run (status 35) just means the compiled
      *    defaults stand - the control file is an operations
                                   '" IS NOT USABLE - DEFAULT STANDS'
                           END-IF
                   END-READ
                   MOVE 'DUPFEED ' TO CTL-KEY
                   READ CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CTL-VALUE = 'REJECT  '
                              OR CTL-VALUE = 'FLAG    '
                               MOVE CTL-VALUE TO WS-DUP-FEED-MODE
                           ELSE
                               DISPLAY 'LENBATCH: WARNING - LENXCTL '
                                   'DUPFEED VALUE "' CTL-VALUE
                                   '" IS NOT USABLE - DEFAULT STANDS'
                           END-IF
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.
           MOVE CHK-FEED-TRAILER-FLAG(WS-FEED-INDEX)
               TO WS-FEED-TRAILER-FLAG(WS-FEED-INDEX)
           MOVE CHK-FEED-BALANCE-FLAG(WS-FEED-INDEX)
               TO WS-FEED-BALANCE-FLAG(WS-FEED-INDEX)
           MOVE CHK-FEED-REPEAT-FLAG(WS-FEED-INDEX)
               TO WS-FEED-REPEAT-FLAG(WS-FEED-INDEX)
           IF WS-FEED-IS-REPEAT(WS-FEED-INDEX)
               ADD 1 TO WS-FEEDS-REPEATED
           END-IF.

      *    The abended run kept writing LENCLEAN/LENOVRFL past the
      *    last checkpoint right up to the abend - counting what is
                   RUL-SEVERITY
               STOP RUN
           END-IF
      *    The format columns get the same treatment - a typo in one
      *    would otherwise switch a check silently off.  Blank means
      *    "not this kind"; a minimum length past the business max
      *    could never be met by a value that passes the length
      *    check, so that is refused too.
           IF RUL-MANDATORY NOT = SPACE AND RUL-MANDATORY NOT = 'Y'
              AND RUL-MANDATORY NOT = 'N'
               DISPLAY 'LENBATCH: FATAL - RULE FOR FIELD '
                   RUL-FIELD-NAME ' HAS UNKNOWN MANDATORY FLAG '
                   RUL-MANDATORY
               STOP RUN
           END-IF
           IF RUL-MIN-LENGTH-X = SPACES
               MOVE ZEROS TO RUL-MIN-LENGTH-X
           END-IF
           IF RUL-MIN-LENGTH NOT NUMERIC
              OR RUL-MIN-LENGTH > RUL-MAX-LENGTH
               DISPLAY 'LENBATCH: FATAL - RULE FOR FIELD '
                   RUL-FIELD-NAME ' HAS BAD MINIMUM LENGTH '
                   RUL-MIN-LENGTH-X
               STOP RUN
           END-IF
           IF RUL-FORMAT NOT = SPACES AND RUL-FORMAT NOT = 'NUMERIC'
              AND RUL-FORMAT NOT = 'EMAIL  '
               DISPLAY 'LENBATCH: FATAL - RULE FOR FIELD '
                   RUL-FIELD-NAME ' HAS UNKNOWN FORMAT ' RUL-FORMAT
               STOP RUN
           END-IF
           IF RUL-TRANSLIT NOT = SPACE AND RUL-TRANSLIT NOT = 'Y'
              AND RUL-TRANSLIT NOT = 'N'
               DISPLAY 'LENBATCH: FATAL - RULE FOR FIELD '
                   RUL-FIELD-NAME ' HAS UNKNOWN TRANSLITERATE FLAG '
                   RUL-TRANSLIT
               STOP RUN
           END-IF
           IF RUL-SENSITIVE NOT = SPACE AND RUL-SENSITIVE NOT = 'Y'
              AND RUL-SENSITIVE NOT = 'N'
               DISPLAY 'LENBATCH: FATAL - RULE FOR FIELD '
                   RUL-FIELD-NAME ' HAS UNKNOWN SENSITIVITY FLAG '
                   RUL-SENSITIVE
               STOP RUN
           END-IF
           IF WS-RULE-COUNT = 100
               DISPLAY 'LENBATCH: FATAL - MORE THAN 100 RULES IN '
                   'LENRULES'
           MOVE RUL-OFFSET      TO WS-RULE-OFFSET(WS-RULE-COUNT)
           MOVE RUL-LENGTH      TO WS-RULE-LENGTH(WS-RULE-COUNT)
           MOVE RUL-MAX-LENGTH  TO WS-RULE-MAX-LENGTH(WS-RULE-COUNT)
           MOVE RUL-SEVERITY    TO WS-RULE-SEVERITY(WS-RULE-COUNT)
           MOVE RUL-MANDATORY   TO WS-RULE-MANDATORY(WS-RULE-COUNT)
           MOVE RUL-MIN-LENGTH  TO WS-RULE-MIN-LENGTH(WS-RULE-COUNT)
           MOVE RUL-FORMAT      TO WS-RULE-FORMAT(WS-RULE-COUNT)
           MOVE RUL-TRANSLIT    TO WS-RULE-TRANSLIT(WS-RULE-COUNT)
           MOVE RUL-SENSITIVE   TO WS-RULE-SENSITIVE(WS-RULE-COUNT).

      *    The rule set this program shipped with before LENRULES
      *    existed - same fields, same offsets, same limits, job-wide
      *    severity - so behaviour without a rules file is exactly
      *    the old behaviour, except that all four fields are
      *    customer personal data and are marked sensitive: a run
      *    with no rules file must not be the one that logs them in
      *    full.
       1600-LOAD-DEFAULT-RULES.
           MOVE 4 TO WS-RULE-COUNT
           MOVE '**'             TO WS-RULE-RECORD-TYPE(1)
           MOVE 60               TO WS-RULE-LENGTH(1)
           MOVE 40               TO WS-RULE-MAX-LENGTH(1)
           MOVE SPACES           TO WS-RULE-SEVERITY(1)
           MOVE 'N'              TO WS-RULE-MANDATORY(1)
           MOVE 0                TO WS-RULE-MIN-LENGTH(1)
           MOVE SPACES           TO WS-RULE-FORMAT(1)
           MOVE 'N'              TO WS-RULE-TRANSLIT(1)
           MOVE 'Y'              TO WS-RULE-SENSITIVE(1)
           MOVE '**'             TO WS-RULE-RECORD-TYPE(2)
           MOVE 'ADDRESS-LINE'   TO WS-RULE-FIELD-NAME(2)
           MOVE 71               TO WS-RULE-OFFSET(2)
           MOVE 80               TO WS-RULE-LENGTH(2)
           MOVE 60               TO WS-RULE-MAX-LENGTH(2)
           MOVE SPACES           TO WS-RULE-SEVERITY(2)
           MOVE 'N'              TO WS-RULE-MANDATORY(2)
           MOVE 0                TO WS-RULE-MIN-LENGTH(2)
           MOVE SPACES           TO WS-RULE-FORMAT(2)
           MOVE 'N'              TO WS-RULE-TRANSLIT(2)
           MOVE 'Y'              TO WS-RULE-SENSITIVE(2)
           MOVE '**'             TO WS-RULE-RECORD-TYPE(3)
           MOVE 'EMAIL-ADDR'     TO WS-RULE-FIELD-NAME(3)
           MOVE 151              TO WS-RULE-OFFSET(3)
           MOVE 60               TO WS-RULE-LENGTH(3)
           MOVE 50               TO WS-RULE-MAX-LENGTH(3)
           MOVE SPACES           TO WS-RULE-SEVERITY(3)
           MOVE 'N'              TO WS-RULE-MANDATORY(3)
           MOVE 0                TO WS-RULE-MIN-LENGTH(3)
           MOVE SPACES           TO WS-RULE-FORMAT(3)
           MOVE 'N'              TO WS-RULE-TRANSLIT(3)
           MOVE 'Y'              TO WS-RULE-SENSITIVE(3)
           MOVE '**'             TO WS-RULE-RECORD-TYPE(4)
           MOVE 'NOTES'          TO WS-RULE-FIELD-NAME(4)
           MOVE 211              TO WS-RULE-OFFSET(4)
           MOVE 160              TO WS-RULE-LENGTH(4)
           MOVE 140              TO WS-RULE-MAX-LENGTH(4)
           MOVE SPACES           TO WS-RULE-SEVERITY(4)
           MOVE 'N'              TO WS-RULE-MANDATORY(4)
           MOVE 0                TO WS-RULE-MIN-LENGTH(4)
           MOVE SPACES           TO WS-RULE-FORMAT(4)
           MOVE 'N'              TO WS-RULE-TRANSLIT(4)
           MOVE 'Y'              TO WS-RULE-SENSITIVE(4).

      *    A transmission with no header at all is rejected before a
      *    single data record is validated - the run has to know up
               INITIALIZE WS-FEED-ENTRY(WS-FEED-INDEX)
               MOVE 'N' TO WS-FEED-TRAILER-FLAG(WS-FEED-INDEX)
               MOVE 'N' TO WS-FEED-BALANCE-FLAG(WS-FEED-INDEX)
               MOVE 'N' TO WS-FEED-REPEAT-FLAG(WS-FEED-INDEX)
               MOVE IN-HDR-FEED-ID TO WS-FEED-ID(WS-FEED-INDEX)
               MOVE IN-HDR-BUSINESS-DATE
                   TO WS-FEED-BUS-DATE(WS-FEED-INDEX)
                       TO WS-FEED-TRL-HASH(WS-FEED-INDEX)
               END-IF
               PERFORM 2700-BALANCE-GROUP
               PERFORM 2800-CHECK-REPEAT-FEED
           END-IF.

      *    A group balances only when its trailer count and key-hash
                   WS-FEED-TRL-HASH(WS-FEED-INDEX)
           END-IF.

      *    The trailer is the first moment a group's identity is
      *    complete - feed id and business date from its header,
      *    key hash from its trailer - so this is where a repeat
      *    transmission is caught: the same three already on the
      *    register from an earlier run, or on an earlier group of
      *    this same file.  A supplier re-sending a corrected file
      *    for the same day has a different hash and is not a
      *    repeat.  Under REJECT the attempt is stepped onto the
      *    original's register record and the run stops before
      *    LENCLEAN gets its trailer, the same refusal a stale
      *    business date gets; under FLAG the group loads, and end
      *    of run records the repeat on the register.
       2800-CHECK-REPEAT-FEED.
           MOVE 'N' TO WS-REPEAT-FOUND-FLAG
           MOVE SPACES TO WS-REPEAT-RUN-DATE
           MOVE 0 TO WS-SCAN-FOUND
           PERFORM 2850-SCAN-EARLIER-GROUP
                   VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX NOT < WS-FEED-INDEX
           IF WS-SCAN-FOUND > 0
               SET WS-REPEAT-FOUND TO TRUE
               MOVE WS-RUN-DATE TO WS-REPEAT-RUN-DATE
           ELSE
               MOVE WS-FEED-ID(WS-FEED-INDEX)       TO FRG-FEED-ID
               MOVE WS-FEED-BUS-DATE(WS-FEED-INDEX)
                   TO FRG-BUSINESS-DATE
               MOVE WS-FEED-TRL-HASH(WS-FEED-INDEX) TO FRG-KEY-HASH
               READ FEED-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-REPEAT-FOUND TO TRUE
                       MOVE FRG-RUN-DATE TO WS-REPEAT-RUN-DATE
               END-READ
           END-IF
           IF WS-REPEAT-FOUND
               MOVE 'Y' TO WS-FEED-REPEAT-FLAG(WS-FEED-INDEX)
               ADD 1 TO WS-FEEDS-REPEATED
               IF WS-DUP-FEED-REJECT
                   DISPLAY 'LENBATCH: FATAL - FEED '
                       WS-FEED-ID(WS-FEED-INDEX) ' BUSINESS DATE '
                       WS-FEED-BUS-DATE(WS-FEED-INDEX)
                       ' IS A REPEAT OF THE GROUP LOADED ON RUN DATE '
                       WS-REPEAT-RUN-DATE ' - SAME TRAILER HASH '
                       WS-FEED-TRL-HASH(WS-FEED-INDEX)
                   IF WS-SCAN-FOUND = 0
                       PERFORM 2900-NOTE-REPEAT-ON-REGISTER
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'LENBATCH: WARNING - FEED '
                   WS-FEED-ID(WS-FEED-INDEX) ' BUSINESS DATE '
                   WS-FEED-BUS-DATE(WS-FEED-INDEX)
                   ' REPEATS THE GROUP LOADED ON RUN DATE '
                   WS-REPEAT-RUN-DATE ' - LOADED UNDER RULE FLAG'
           END-IF.

       2850-SCAN-EARLIER-GROUP.
           IF WS-FEED-ID(WS-SCAN-INDEX) = WS-FEED-ID(WS-FEED-INDEX)
              AND WS-FEED-BUS-DATE(WS-SCAN-INDEX) =
                   WS-FEED-BUS-DATE(WS-FEED-INDEX)
              AND WS-FEED-TRAILER-SEEN(WS-SCAN-INDEX)
              AND WS-FEED-TRL-HASH(WS-SCAN-INDEX) =
                   WS-FEED-TRL-HASH(WS-FEED-INDEX)
               MOVE WS-SCAN-INDEX TO WS-SCAN-FOUND
               MOVE WS-FEED-INDEX TO WS-SCAN-INDEX
           END-IF.

      *    FRG-RECORD still holds the original's register record from
      *    the READ in 2800.  A failed rewrite is only a warning - the
      *    refusal itself is what protects the load.
       2900-NOTE-REPEAT-ON-REGISTER.
           IF FRG-REPEAT-COUNT IS NUMERIC AND FRG-REPEAT-COUNT < 999
               ADD 1 TO FRG-REPEAT-COUNT
           END-IF
           MOVE WS-RUN-DATE TO FRG-LAST-REPEAT-DATE
           MOVE WS-RUN-TIME TO FRG-LAST-REPEAT-TIME
           REWRITE FRG-RECORD
           IF WS-FRG-FILE-STATUS NOT = '00'
               DISPLAY 'LENBATCH: WARNING - LENFEEDR REWRITE STATUS '
                   WS-FRG-FILE-STATUS ' FOR FEED ' FRG-FEED-ID
           END-IF.

      *    The run balances only when every group balanced - each
      *    trailer present with its count and key-hash both agreeing
      *    with what was read.  A group still open at end of file
              OR IN-RECORD(1:2)
               MOVE WS-RULE-MAX-LENGTH(WS-RULE-INDEX) TO WS-MAX-LENGTH
               MOVE WS-RULE-FIELD-NAME(WS-RULE-INDEX) TO WS-FIELD-NAME
               MOVE WS-RULE-SENSITIVE(WS-RULE-INDEX)
                   TO WS-FIELD-SENSITIVE-FLAG
               IF WS-RULE-SEVERITY(WS-RULE-INDEX) = SPACES
                   MOVE WS-TRUNC-MODE TO WS-FIELD-MODE
               ELSE
                       WS-RULE-LENGTH(WS-RULE-INDEX))
                       TO WS-FIELD-VALUE
               END-IF
               IF WS-RULE-TRANSLIT(WS-RULE-INDEX) = 'Y'
                   PERFORM 3300-TRANSLITERATE-VALUE
               END-IF
               PERFORM 3500-CHECK-FIELD
               PERFORM 3700-PROFILE-FIELD-LENGTH
               MOVE WS-VAL-TARGET TO
                   OUT-RECORD(WS-RULE-OFFSET(WS-RULE-INDEX):
                       WS-RULE-LENGTH(WS-RULE-INDEX))
           END-IF.

      *    Counted at the length BUGSOLUTION measured, so the
      *    profile and the length exceptions agree on every value.
       3700-PROFILE-FIELD-LENGTH.
           MOVE WS-PRF-SLOT(WS-RULE-INDEX) TO WS-PRF-FOUND
           IF WS-PRF-FOUND = 0
              OR WS-PRF-SLOT-FEED(WS-RULE-INDEX) NOT = WS-FEED-INDEX
               PERFORM 3750-FIND-PROFILE-ENTRY
           END-IF
           IF WS-ACTUAL-LENGTH > 200
               MOVE 201 TO WS-PRF-BUCKET-INDEX
           ELSE
               COMPUTE WS-PRF-BUCKET-INDEX = WS-ACTUAL-LENGTH + 1
           END-IF
           ADD 1 TO WS-PRF-BUCKET(WS-PRF-FOUND, WS-PRF-BUCKET-INDEX).

       3750-FIND-PROFILE-ENTRY.
           MOVE 0 TO WS-PRF-FOUND
           PERFORM 3760-SCAN-ONE-PROFILE-ENTRY
                   VARYING WS-PRF-INDEX FROM 1 BY 1
                   UNTIL WS-PRF-INDEX > WS-PRF-COUNT
           IF WS-PRF-FOUND = 0
               IF WS-PRF-COUNT = 100
                   PERFORM 7700-WRITE-LENGTH-PROFILE
                   SET WS-PRF-CHKPT-DUE TO TRUE
               END-IF
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRF-FOUND
               INITIALIZE WS-PRF-ENTRY(WS-PRF-FOUND)
               MOVE WS-FEED-ID(WS-FEED-INDEX)
                   TO WS-PRF-FEED-ID(WS-PRF-FOUND)
               MOVE WS-FIELD-NAME TO WS-PRF-FIELD-NAME(WS-PRF-FOUND)
               MOVE WS-MAX-LENGTH
                   TO WS-PRF-DEFINED-LENGTH(WS-PRF-FOUND)
           END-IF
           MOVE WS-PRF-FOUND  TO WS-PRF-SLOT(WS-RULE-INDEX)
           MOVE WS-FEED-INDEX TO WS-PRF-SLOT-FEED(WS-RULE-INDEX).

       3760-SCAN-ONE-PROFILE-ENTRY.
           IF WS-PRF-FEED-ID(WS-PRF-INDEX) = WS-FEED-ID(WS-FEED-INDEX)
              AND WS-PRF-FIELD-NAME(WS-PRF-INDEX) = WS-FIELD-NAME
              AND WS-PRF-DEFINED-LENGTH(WS-PRF-INDEX) = WS-MAX-LENGTH
               MOVE WS-PRF-INDEX TO WS-PRF-FOUND
               MOVE WS-PRF-COUNT TO WS-PRF-INDEX
           END-IF.

      *    Transliterated before any check, so what is judged is
      *    what will be written: the ASCII spelling is usually
      *    shorter in bytes than the UTF-8 it replaces, and a name
      *    that only overran its slot because of its accents fits
      *    once they are gone.  A bad byte is left in place for the
      *    class check to find.
       3300-TRANSLITERATE-VALUE.
           MOVE WS-FIELD-VALUE TO LU-INPUT-DATA
           MOVE 'Y' TO LU-TRANSLIT-FLAG
           PERFORM LENUTF-CHECK-VALUE
           IF LU-ASCII-VALUE NOT = WS-FIELD-VALUE
               MOVE LU-ASCII-VALUE TO WS-FIELD-VALUE
               ADD 1 TO WS-VALUES-TRANSLITERATED
           END-IF.

       3200-SCAN-ONE-CORRECTION.
           IF WS-CORR-RECORD-KEY(WS-CORR-INDEX) = IN-RECORD-KEY
              AND WS-CORR-FIELD-NAME(WS-CORR-INDEX) = WS-FIELD-NAME
           CALL 'BUGSOLUTION' USING WS-INPUT-STAGING WS-MAX-LENGTH
               WS-FIELD-MODE WS-VAL-TARGET WS-VAL-OVERFLOW
               WS-ACTUAL-LENGTH WS-RETURN-CODE WS-CLASS-CODE
               WS-SUPPRESS-LOG WS-CHAR-LENGTH
           EVALUATE WS-RETURN-CODE
               WHEN 4
                   ADD WS-ACTUAL-LENGTH TO WS-CHARS-DROPPED
               SET WS-RECORD-HAS-CLASS-ISSUE TO TRUE
               PERFORM 9500-WRITE-CLASS-EXCEPTION
           END-IF
           IF WS-RULE-MANDATORY(WS-RULE-INDEX) = 'Y'
              OR WS-RULE-MIN-LENGTH(WS-RULE-INDEX) > 0
              OR WS-RULE-FORMAT(WS-RULE-INDEX) NOT = SPACES
               PERFORM 3600-CHECK-FIELD-FORMAT
           END-IF
      *    BUGSOLUTION splits at the 100-byte target boundary, never
      *    at the business max-length, so genuine excess can come
      *    back on RC 0 (within the rule but past 100 bytes) as well
               PERFORM 9800-WRITE-OVERFLOW
           END-IF.

      *    The format rule kinds hit the record the same way an
      *    overlong value does under the same severity: WARN logs
      *    and lets the record through, REJECT keeps it off
      *    LENCLEAN, FATAL does that and ends the run once the
      *    record's other fields are checked.  The value judged is
      *    the one the length check judged - the operator's
      *    correction where there is one.
       3600-CHECK-FIELD-FORMAT.
           MOVE WS-FIELD-VALUE TO LF-INPUT-DATA
           MOVE WS-RULE-MANDATORY(WS-RULE-INDEX) TO LF-MANDATORY-FLAG
           MOVE WS-RULE-MIN-LENGTH(WS-RULE-INDEX) TO LF-MIN-LENGTH
           MOVE WS-RULE-FORMAT(WS-RULE-INDEX) TO LF-FORMAT
           PERFORM LENFMT-CHECK-FORMAT
           IF NOT LF-FORMAT-PASSED
               IF WS-FIELD-MODE = 'REJECT' OR WS-FIELD-MODE-FATAL
                   SET WS-RECORD-REJECTED TO TRUE
               END-IF
               IF WS-FIELD-MODE-FATAL
                   SET WS-FATAL-STOP-REQUESTED TO TRUE
               END-IF
               PERFORM 9200-WRITE-FORMAT-EXCEPTION
           END-IF.

       9000-WRITE-EXCEPTION.
           PERFORM 9700-SCRUB-FIELD-VALUE
           MOVE SPACES             TO EXC-RECORD
           MOVE WS-ACTUAL-LENGTH   TO EXC-ACTUAL-LENGTH
           SET EXC-TYPE-LENGTH     TO TRUE
           MOVE WS-FIELD-MODE      TO EXC-SEVERITY
           PERFORM 9750-STORE-LOGGED-VALUE
           MOVE SPACES             TO EXC-DISPOSITION
           MOVE 0                  TO EXC-AGE-DAYS
           MOVE WS-FEED-ID(WS-FEED-INDEX) TO EXC-FEED-ID
           MOVE WS-CHAR-LENGTH     TO EXC-CHAR-LENGTH
           WRITE EXC-RECORD.

       9500-WRITE-CLASS-EXCEPTION.
           MOVE WS-ACTUAL-LENGTH   TO EXC-ACTUAL-LENGTH
           SET EXC-TYPE-DATA-CLASS TO TRUE
           MOVE WS-FIELD-MODE      TO EXC-SEVERITY
           PERFORM 9750-STORE-LOGGED-VALUE
           MOVE SPACES             TO EXC-DISPOSITION
           MOVE 0                  TO EXC-AGE-DAYS
           MOVE WS-FEED-ID(WS-FEED-INDEX) TO EXC-FEED-ID
           MOVE WS-CHAR-LENGTH     TO EXC-CHAR-LENGTH
           WRITE EXC-RECORD.

      *    EXC-DEFINED-LENGTH carries the limit the value was held
      *    to: the minimum for an under-length value, the business
      *    max-length otherwise, as on every other field exception.
       9200-WRITE-FORMAT-EXCEPTION.
           PERFORM 9700-SCRUB-FIELD-VALUE
           MOVE SPACES             TO EXC-RECORD
           MOVE WS-JOB-NAME        TO EXC-JOB-NAME
           MOVE WS-RUN-DATE        TO EXC-RUN-DATE
           MOVE WS-RUN-TIME        TO EXC-RUN-TIME
           MOVE IN-RECORD-KEY      TO EXC-RECORD-KEY
           MOVE WS-FIELD-NAME      TO EXC-FIELD-NAME
           IF LF-FORMAT-CODE = 'U'
               MOVE LF-MIN-LENGTH  TO EXC-DEFINED-LENGTH
           ELSE
               MOVE WS-MAX-LENGTH  TO EXC-DEFINED-LENGTH
           END-IF
           MOVE LF-ACTUAL-LENGTH   TO EXC-ACTUAL-LENGTH
           MOVE LF-FORMAT-CODE     TO EXC-EXCEPTION-TYPE
           MOVE WS-FIELD-MODE      TO EXC-SEVERITY
           PERFORM 9750-STORE-LOGGED-VALUE
           MOVE SPACES             TO EXC-DISPOSITION
           MOVE 0                  TO EXC-AGE-DAYS
           MOVE WS-FEED-ID(WS-FEED-INDEX) TO EXC-FEED-ID
           MOVE WS-CHAR-LENGTH     TO EXC-CHAR-LENGTH
           WRITE EXC-RECORD.

      *    The duplicate is a record-level event, not a field-level
           MOVE SPACES             TO EXC-DISPOSITION
           MOVE 0                  TO EXC-AGE-DAYS
           MOVE WS-FEED-ID(WS-FEED-INDEX) TO EXC-FEED-ID
           MOVE LENGTH OF IN-RECORD-KEY TO EXC-CHAR-LENGTH
           WRITE EXC-RECORD.

       9700-SCRUB-FIELD-VALUE.
           MOVE WS-FIELD-VALUE TO LU-INPUT-DATA
           MOVE 'N' TO LU-TRANSLIT-FLAG
           PERFORM LENUTF-CHECK-VALUE
           MOVE LU-SCRUBBED-VALUE TO WS-SCRUBBED-VALUE.

      *    Called once EXC-KEY is built.  A sensitive field's value
      *    goes to LENEXFUL under the exception's own key and only
      *    its mask goes on the exception; the lengths on the
      *    exception are untouched, so where the value got cut is
      *    as plain as ever.
       9750-STORE-LOGGED-VALUE.
           IF WS-FIELD-SENSITIVE
               MOVE EXC-KEY           TO FUL-EXC-KEY
               MOVE WS-SCRUBBED-VALUE TO FUL-VALUE
               WRITE FUL-RECORD
               IF WS-FUL-FILE-STATUS NOT = '00'
                   DISPLAY 'LENBATCH: FATAL - LENEXFUL WRITE STATUS '
                       WS-FUL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SCRUBBED-VALUE TO LM-INPUT-DATA
               PERFORM LENMSK-MASK-VALUE
               MOVE LM-MASKED-VALUE   TO EXC-ORIGINAL-VALUE
               ADD 1 TO WS-VALUES-MASKED
           ELSE
               MOVE WS-SCRUBBED-VALUE TO EXC-ORIGINAL-VALUE
           END-IF.

      *    Every group this run processed goes onto the register at
      *    end of run, never earlier: a run that abends part-way and
      *    is rerun cold must not find its own half-run's groups
      *    there and refuse them as repeats.  For the same reason a
      *    FATAL-mode early stop registers nothing - that file is
      *    coming round again once the bad record is dealt with.
      *    A group with no trailer registers under its computed hash
      *    and balance status 'U'.  A repeat loaded under FLAG finds
      *    the original's record already there (INVALID KEY) and
      *    steps its repeat count instead.
       6700-REGISTER-FEEDS.
           IF NOT WS-FATAL-STOP-REQUESTED
               PERFORM 6750-REGISTER-ONE-FEED
                       VARYING WS-FEED-INDEX FROM 1 BY 1
                       UNTIL WS-FEED-INDEX > WS-FEED-COUNT
           END-IF.

       6750-REGISTER-ONE-FEED.
           MOVE SPACES TO FRG-RECORD
           MOVE WS-FEED-ID(WS-FEED-INDEX)       TO FRG-FEED-ID
           MOVE WS-FEED-BUS-DATE(WS-FEED-INDEX) TO FRG-BUSINESS-DATE
           IF WS-FEED-TRAILER-SEEN(WS-FEED-INDEX)
               MOVE WS-FEED-TRL-HASH(WS-FEED-INDEX) TO FRG-KEY-HASH
           ELSE
               MOVE WS-FEED-KEY-HASH(WS-FEED-INDEX) TO FRG-KEY-HASH
           END-IF
           MOVE WS-FEED-READ(WS-FEED-INDEX)     TO FRG-RECORDS-READ
           MOVE WS-FEED-TRL-COUNT(WS-FEED-INDEX) TO FRG-TRAILER-COUNT
           IF WS-FEED-BALANCED(WS-FEED-INDEX)
               SET FRG-IN-BALANCE TO TRUE
           ELSE
               SET FRG-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-JOB-NAME TO FRG-JOB-NAME
           MOVE WS-RUN-DATE TO FRG-RUN-DATE
           MOVE WS-RUN-TIME TO FRG-RUN-TIME
           MOVE 0 TO FRG-REPEAT-COUNT
           WRITE FRG-RECORD
               INVALID KEY
                   READ FEED-REGISTER
                       INVALID KEY
                           DISPLAY 'LENBATCH: WARNING - LENFEEDR '
                               'STATUS ' WS-FRG-FILE-STATUS
                               ' REGISTERING FEED '
                               WS-FEED-ID(WS-FEED-INDEX)
                       NOT INVALID KEY
                           PERFORM 2900-NOTE-REPEAT-ON-REGISTER
                   END-READ
           END-WRITE.

      *    The missing-feed check and the night's register report.
      *    Due means the schedule has 'Y' for the business date's day
      *    of the week; a due feed arrived if it is in tonight's
      *    feed table or already on the register for that business
      *    date from an earlier run (a late re-run, or a supplier
      *    sent in its own job).  No LENFSCHD on the run just means
      *    no schedule to check against - the register report still
      *    lists what arrived.
       6800-CHECK-FEED-SCHEDULE.
           OPEN OUTPUT FEED-REPORT
           IF WS-FRPT-FILE-STATUS NOT = '00'
               DISPLAY 'LENBATCH: WARNING - LENFEDRP OPEN STATUS '
                   WS-FRPT-FILE-STATUS ' - FEED REPORT NOT WRITTEN'
           END-IF
           MOVE SPACES TO WS-FRPT-DETAIL
           STRING 'LENBATCH - FEED REGISTER FOR BUSINESS DATE '
               WS-EXPECTED-BUS-DATE ', RUN ' WS-RUN-DATE ' '
               WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-FRPT-DETAIL
           PERFORM 6990-WRITE-REPORT-LINE
           MOVE SPACES TO WS-FRPT-DETAIL
           PERFORM 6990-WRITE-REPORT-LINE
           MOVE 'GROUPS RECEIVED (FEED, BUSINESS DATE, READ, TRAILER'
               TO WS-FRPT-DETAIL
           MOVE ' COUNT, STATUS)' TO WS-FRPT-DETAIL(52:)
           PERFORM 6990-WRITE-REPORT-LINE
           PERFORM 6850-PRINT-ONE-GROUP
                   VARYING WS-FEED-INDEX FROM 1 BY 1
                   UNTIL WS-FEED-INDEX > WS-FEED-COUNT
           PERFORM 6900-LOAD-SCHEDULE
           MOVE SPACES TO WS-FRPT-DETAIL
           PERFORM 6990-WRITE-REPORT-LINE
           IF WS-SCHED-LOADED
               IF WS-EXPECTED-BUS-DATE IS NUMERIC
                   MOVE WS-EXPECTED-BUS-DATE TO WS-BUS-DATE-NUM
                   COMPUTE WS-BUS-WEEKDAY = FUNCTION MOD
                       (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM) - 1,
                        7) + 1
                   MOVE 'FEEDS DUE FOR THIS BUSINESS DATE'
                       TO WS-FRPT-DETAIL
                   PERFORM 6990-WRITE-REPORT-LINE
                   PERFORM 6950-CHECK-ONE-SCHEDULED-FEED
                           VARYING WS-SCHED-INDEX FROM 1 BY 1
                           UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
                   MOVE SPACES TO WS-FRPT-DETAIL
                   PERFORM 6990-WRITE-REPORT-LINE
                   MOVE WS-FEEDS-MISSING TO WS-COUNT-EDITED
                   STRING 'FEEDS MISSING: ' WS-COUNT-EDITED
                       DELIMITED BY SIZE INTO WS-FRPT-DETAIL
                   PERFORM 6990-WRITE-REPORT-LINE
               ELSE
                   DISPLAY 'LENBATCH: WARNING - BUSINESS DATE '
                       WS-EXPECTED-BUS-DATE ' IS NOT A DATE - '
                       'MISSING-FEED CHECK SKIPPED'
                   MOVE 'BUSINESS DATE NOT NUMERIC - MISSING-FEED '
                       TO WS-FRPT-DETAIL
                   MOVE 'CHECK SKIPPED' TO WS-FRPT-DETAIL(42:)
                   PERFORM 6990-WRITE-REPORT-LINE
               END-IF
           ELSE
               MOVE 'NO FEED SCHEDULE (LENFSCHD) - MISSING-FEED CHECK '
                   TO WS-FRPT-DETAIL
               MOVE 'NOT RUN' TO WS-FRPT-DETAIL(50:)
               PERFORM 6990-WRITE-REPORT-LINE
           END-IF
           MOVE WS-FEEDS-REPEATED TO WS-COUNT-EDITED
           MOVE SPACES TO WS-FRPT-DETAIL
           STRING 'REPEAT TRANSMISSIONS: ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-FRPT-DETAIL
           PERFORM 6990-WRITE-REPORT-LINE
           IF WS-FRPT-FILE-STATUS = '00'
               CLOSE FEED-REPORT
           END-IF.

       6850-PRINT-ONE-GROUP.
           EVALUATE TRUE
               WHEN WS-FEED-IS-REPEAT(WS-FEED-INDEX)
                   MOVE 'REPEAT TRANSMISSION - LOADED UNDER FLAG'
                       TO WS-ARRIVAL-STATUS
               WHEN WS-FATAL-STOP-REQUESTED
                   MOVE 'RUN STOPPED - NOT REGISTERED'
                       TO WS-ARRIVAL-STATUS
               WHEN WS-FEED-BALANCED(WS-FEED-INDEX)
                   MOVE 'REGISTERED, IN BALANCE' TO WS-ARRIVAL-STATUS
               WHEN OTHER
                   MOVE 'REGISTERED, OUT OF BALANCE'
                       TO WS-ARRIVAL-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-FRPT-DETAIL
           MOVE WS-FEED-READ(WS-FEED-INDEX) TO WS-COUNT-EDITED
           STRING '  ' WS-FEED-ID(WS-FEED-INDEX) ' '
               WS-FEED-BUS-DATE(WS-FEED-INDEX) ' ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-FRPT-DETAIL
           MOVE WS-FEED-TRL-COUNT(WS-FEED-INDEX) TO WS-COUNT-EDITED
           STRING ' ' WS-COUNT-EDITED '  ' WS-ARRIVAL-STATUS
               DELIMITED BY SIZE INTO WS-FRPT-DETAIL(31:)
           PERFORM 6990-WRITE-REPORT-LINE.

       6900-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-FILE-STATUS = '35'
               DISPLAY 'LENBATCH: LENFSCHD NOT PRESENT - MISSING-FEED '
                   'CHECK SKIPPED'
           ELSE
               IF WS-SCH-FILE-STATUS NOT = '00'
                   DISPLAY 'LENBATCH: WARNING - LENFSCHD OPEN STATUS '
                       WS-SCH-FILE-STATUS ' - MISSING-FEED CHECK '
                       'SKIPPED'
               ELSE
                   SET WS-SCHED-LOADED TO TRUE
                   PERFORM 6920-READ-SCHEDULE
                   PERFORM UNTIL WS-SCH-EOF
                       IF SCH-RECORD(1:1) NOT = '*'
                          AND SCH-FEED-ID NOT = SPACES
                           IF WS-SCHED-COUNT = 50
                               DISPLAY 'LENBATCH: WARNING - MORE THAN '
                                   '50 FEEDS ON LENFSCHD - '
                                   SCH-FEED-ID ' ONWARD NOT CHECKED'
                               SET WS-SCH-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-SCHED-COUNT
                               MOVE SCH-FEED-ID TO
                                   WS-SCHED-FEED-ID(WS-SCHED-COUNT)
                               MOVE SCH-DAYS TO
                                   WS-SCHED-DAYS(WS-SCHED-COUNT)
                           END-IF
                       END-IF
                       IF NOT WS-SCH-EOF
                           PERFORM 6920-READ-SCHEDULE
                       END-IF
                   END-PERFORM
                   CLOSE SCHEDULE-FILE
               END-IF
           END-IF.

       6920-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET WS-SCH-EOF TO TRUE
           END-READ.

       6950-CHECK-ONE-SCHEDULED-FEED.
           IF WS-SCHED-DAYS(WS-SCHED-INDEX)(WS-BUS-WEEKDAY:1) = 'Y'
               MOVE 0 TO WS-SCAN-FOUND
               PERFORM 6960-SCAN-ONE-ARRIVAL
                       VARYING WS-SCAN-INDEX FROM 1 BY 1
                       UNTIL WS-SCAN-INDEX > WS-FEED-COUNT
               IF WS-SCAN-FOUND > 0
                   MOVE 'RECEIVED' TO WS-ARRIVAL-STATUS
               ELSE
                   MOVE WS-SCHED-FEED-ID(WS-SCHED-INDEX)
                       TO FRG-FEED-ID
                   MOVE WS-EXPECTED-BUS-DATE TO FRG-BUSINESS-DATE
                   MOVE 0 TO FRG-KEY-HASH
                   MOVE 'MISSING' TO WS-ARRIVAL-STATUS
                   START FEED-REGISTER KEY NOT < FRG-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ FEED-REGISTER NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF FRG-FEED-ID =
                                       WS-SCHED-FEED-ID(WS-SCHED-INDEX)
                                      AND FRG-BUSINESS-DATE =
                                       WS-EXPECTED-BUS-DATE
                                       MOVE SPACES
                                           TO WS-ARRIVAL-STATUS
                                       STRING 'RECEIVED ON RUN '
                                           FRG-RUN-DATE
                                           DELIMITED BY SIZE
                                           INTO WS-ARRIVAL-STATUS
                                   END-IF
                           END-READ
                   END-START
                   IF WS-ARRIVAL-STATUS = 'MISSING'
                       ADD 1 TO WS-FEEDS-MISSING
                       DISPLAY 'LENBATCH: WARNING - FEED '
                           WS-SCHED-FEED-ID(WS-SCHED-INDEX)
                           ' DUE FOR BUSINESS DATE '
                           WS-EXPECTED-BUS-DATE ' HAS NOT ARRIVED'
                   END-IF
               END-IF
               MOVE SPACES TO WS-FRPT-DETAIL
               STRING '  ' WS-SCHED-FEED-ID(WS-SCHED-INDEX) '  '
                   WS-ARRIVAL-STATUS
                   DELIMITED BY SIZE INTO WS-FRPT-DETAIL
               PERFORM 6990-WRITE-REPORT-LINE
           END-IF.

       6960-SCAN-ONE-ARRIVAL.
           IF WS-FEED-ID(WS-SCAN-INDEX) =
                   WS-SCHED-FEED-ID(WS-SCHED-INDEX)
               MOVE WS-SCAN-INDEX TO WS-SCAN-FOUND
               MOVE WS-FEED-COUNT TO WS-SCAN-INDEX
           END-IF.

       6990-WRITE-REPORT-LINE.
           IF WS-FRPT-FILE-STATUS = '00'
               MOVE WS-FRPT-DETAIL TO FRPT-LINE
               WRITE FRPT-LINE
           END-IF
           MOVE SPACES TO WS-FRPT-DETAIL.

      *    Rewritten in place, not appended - LENCHKPT only ever
      *    holds the latest position.  A checkpoint that cannot be
      *    written is worth a warning but never worth killing the
      *    longer window, and LENXLOAD's duplicate-key skip already
      *    absorbs the re-logged exceptions that brings.
       7500-TAKE-CHECKPOINT.
           PERFORM 7700-WRITE-LENGTH-PROFILE
           MOVE 'N' TO WS-PRF-CHKPT-FLAG
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHKPT-FILE-STATUS NOT = '00'
               DISPLAY 'LENBATCH: WARNING - LENCHKPT OPEN STATUS '
               CLOSE CHECKPOINT-FILE
           END-IF.

      *    One LENLPROF record per length actually seen, then the
      *    table starts again empty - see WS-PROFILE-TABLE.
       7700-WRITE-LENGTH-PROFILE.
           PERFORM 7750-WRITE-ONE-PROFILE-ENTRY
                   VARYING WS-PRF-INDEX FROM 1 BY 1
                   UNTIL WS-PRF-INDEX > WS-PRF-COUNT
           MOVE 0 TO WS-PRF-COUNT
           INITIALIZE WS-PRF-SLOT-TABLE.

       7750-WRITE-ONE-PROFILE-ENTRY.
           PERFORM 7760-WRITE-ONE-PROFILE-BUCKET
                   VARYING WS-PRF-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-PRF-BUCKET-INDEX > 201.

       7760-WRITE-ONE-PROFILE-BUCKET.
           IF WS-PRF-BUCKET(WS-PRF-INDEX, WS-PRF-BUCKET-INDEX) > 0
               MOVE WS-RUN-DATE  TO PRF-RUN-DATE
               MOVE WS-JOB-NAME  TO PRF-JOB-NAME
               MOVE WS-RUN-TIME  TO PRF-RUN-TIME
               MOVE WS-PRF-FEED-ID(WS-PRF-INDEX) TO PRF-FEED-ID
               MOVE WS-PRF-FIELD-NAME(WS-PRF-INDEX) TO PRF-FIELD-NAME
               MOVE WS-PRF-DEFINED-LENGTH(WS-PRF-INDEX)
                   TO PRF-DEFINED-LENGTH
               COMPUTE PRF-ACTUAL-LENGTH = WS-PRF-BUCKET-INDEX - 1
               MOVE WS-PRF-BUCKET(WS-PRF-INDEX, WS-PRF-BUCKET-INDEX)
                   TO PRF-RECORD-COUNT
               WRITE PRF-RECORD
               IF WS-PRF-FILE-STATUS NOT = '00'
                   DISPLAY 'LENBATCH: FATAL - LENLPROF WRITE STATUS '
                       WS-PRF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRF-WRITTEN
           END-IF.

      *    A subscript of its own - WS-FEED-INDEX stays pointed at
      *    the group being read while a checkpoint is cut mid-run.
       7600-SAVE-ONE-FEED.
           MOVE WS-FEED-TRAILER-FLAG(WS-FEED-SAVE-INDEX)
               TO CHK-FEED-TRAILER-FLAG(WS-FEED-SAVE-INDEX)
           MOVE WS-FEED-BALANCE-FLAG(WS-FEED-SAVE-INDEX)
               TO CHK-FEED-BALANCE-FLAG(WS-FEED-SAVE-INDEX)
           MOVE WS-FEED-REPEAT-FLAG(WS-FEED-SAVE-INDEX)
               TO CHK-FEED-REPEAT-FLAG(WS-FEED-SAVE-INDEX).

      *    Same restart suppression as 3900 - the first
      *    WS-OVRFL-RESKIP overflow records are already on file.
           ELSE
               SET FSB-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-FEED-IS-REPEAT(WS-FEED-INDEX)
               SET FSB-IS-REPEAT TO TRUE
           END-IF
           WRITE EXC-FEED-SUB-RECORD.

       8000-FINALIZE.
                   WS-CORRECTIONS-APPLIED
               PERFORM 8500-FLAG-APPLIED-CORRECTIONS
           END-IF
           IF WS-VALUES-TRANSLITERATED > 0
               DISPLAY 'LENBATCH: VALUES TRANSLITERATED TO ASCII = '
                   WS-VALUES-TRANSLITERATED
           END-IF
           IF WS-VALUES-MASKED > 0
               DISPLAY 'LENBATCH: SENSITIVE VALUES MASKED = '
                   WS-VALUES-MASKED
           END-IF
           PERFORM 7700-WRITE-LENGTH-PROFILE
           DISPLAY 'LENBATCH: LENGTH PROFILE RECORDS WRITTEN = '
               WS-PRF-WRITTEN
           IF WS-DUP-FILE-OPEN
               CLOSE DUPCHECK-FILE
           END-IF
           PERFORM 3970-WRITE-CLEAN-TRAILER
           CLOSE INPUT-FILE EXCEPTION-REPORT FULL-VALUE-FILE
               PROFILE-FILE
               CLEAN-OUTPUT OVERFLOW-FILE FEED-REGISTER.

      *    Written exactly once, at end of run - a FATAL-mode early
      *    stop still stamps the trailer, and it still balances
                       END-IF
               END-READ
           END-IF.

       COPY LENFMTPD.
       COPY LENUTFPD.
       COPY LENMSKPD.
       COPY LENLGRPD.
       END PROGRAM LENBATCH.
