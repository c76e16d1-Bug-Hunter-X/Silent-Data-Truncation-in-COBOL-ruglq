       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDELTA.
      *
      * Nightly changes-only extract for the CRM load.  LENCLEAN is
      * a full refresh every night, so the CRM was reprocessing
      * millions of unchanged customers to pick up a few thousand
      * real changes.  This step compares tonight's LENCLEAN with
      * last night's (LENCLPRV - the previous generation of the same
      * file) by record key and writes LENDELTA: one record per key
      * that was added, changed or deleted, each change naming the
      * rule fields whose values moved.  Built from LENCLEAN on both
      * sides and never from LENINPUT - everything the CRM receives
      * has been through validation, the same promise the full
      * extract makes.
      * The two files arrive in feed order, not key order, so both
      * are loaded into one keyed work file (LENDLTWK) holding the
      * prior and current image side by side under each key, and
      * the delta is written from one front-to-back browse of it -
      * the same scratch-KSDS approach LENBATCH's duplicate check
      * takes, for the same reason: no working-storage table holds
      * a full night's customers.  A key appearing more than once in
      * one night's file (two feeds re-sending the same customer)
      * keeps its last occurrence, which is the one the full
      * refresh would have left standing on the CRM; the collapsed
      * occurrences are counted and reported.
      * LENDELTA carries HDR/TRL control records in the LENCLEAN
      * style: the trailer holds the record count and a key hash
      * over DLT-RECORD-KEY, plus the add, change and delete counts
      * and both nights' key counts, so the CRM load can balance
      * prior + adds - deletes = tonight before it applies anything.
      * This step checks that same equation itself, and balances
      * each LENCLEAN against its own trailer first.
      * LENDELTA_FIRST_RUN = 'Y' allows a night with no LENCLPRV
      * (the first night, every key an add); without it a missing
      * prior file stops the run rather than sending the CRM a full
      * refresh dressed up as a delta.
      *
      * Return codes: 0 delta written and in balance; 8 a LENCLEAN
      * out of balance with its trailer, or the delta out of
      * balance - the scheduler holds the transmission; 16 a file
      * could not be opened, or the prior generation is tonight's.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-CLEAN ASSIGN TO "LENCLEAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUR-FILE-STATUS.
           SELECT PRIOR-CLEAN ASSIGN TO "LENCLPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "LENDLTWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-RECORD-KEY
               FILE STATUS IS WS-WRK-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO "LENRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT DELTA-FILE ASSIGN TO "LENDELTA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Tonight's LENCLEAN, with the same two-01 control-record
      *    overlay LENREUNI reads it through.
       FD  CURRENT-CLEAN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 370 CHARACTERS.
       01  CUR-RECORD.
           05  CUR-RECORD-KEY          PIC X(10).
           05  FILLER                  PIC X(360).
       01  CUR-CONTROL-RECORD.
           05  CUR-CONTROL-TAG         PIC X(3).
               88  CUR-IS-HEADER              VALUE 'HDR'.
               88  CUR-IS-TRAILER             VALUE 'TRL'.
           05  CUR-TRL-RECORD-COUNT    PIC 9(9).
           05  CUR-TRL-KEY-HASH        PIC 9(18).
           05  FILLER                  PIC X(340).
       01  CUR-HEADER-RECORD.
           05  FILLER                  PIC X(3).
           05  CUR-HDR-FEED-ID         PIC X(8).
           05  CUR-HDR-BUSINESS-DATE   PIC X(8).
           05  FILLER                  PIC X(351).

      *    Last night's LENCLEAN - same layout.
       FD  PRIOR-CLEAN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 370 CHARACTERS.
       01  PRV-RECORD.
           05  PRV-RECORD-KEY          PIC X(10).
           05  FILLER                  PIC X(360).
       01  PRV-CONTROL-RECORD.
           05  PRV-CONTROL-TAG         PIC X(3).
               88  PRV-IS-HEADER              VALUE 'HDR'.
               88  PRV-IS-TRAILER             VALUE 'TRL'.
           05  PRV-TRL-RECORD-COUNT    PIC 9(9).
           05  PRV-TRL-KEY-HASH        PIC 9(18).
           05  FILLER                  PIC X(340).
       01  PRV-HEADER-RECORD.
           05  FILLER                  PIC X(3).
           05  PRV-HDR-FEED-ID         PIC X(8).
           05  PRV-HDR-BUSINESS-DATE   PIC X(8).
           05  FILLER                  PIC X(351).

      *    Scratch, rebuilt empty every run: one record per record
      *    key seen on either night, with each night's image and a
      *    flag saying which nights it was there.
       FD  WORK-FILE.
       01  WRK-RECORD.
           05  WRK-RECORD-KEY          PIC X(10).
           05  WRK-PRIOR-FLAG          PIC X(1).
               88  WRK-ON-PRIOR               VALUE 'Y'.
           05  WRK-CURRENT-FLAG        PIC X(1).
               88  WRK-ON-CURRENT             VALUE 'Y'.
           05  WRK-PRIOR-IMAGE         PIC X(370).
           05  WRK-CURRENT-IMAGE       PIC X(370).

      *    Same rules file LENBATCH validates against - it names the
      *    fields a change is reported against and where each one
      *    sits in the clean record.
       FD  RULES-FILE.
       01  RUL-RECORD.
           05  RUL-RECORD-TYPE         PIC X(2).
           05  RUL-FIELD-NAME          PIC X(20).
           05  RUL-OFFSET              PIC 9(4).
           05  RUL-LENGTH              PIC 9(4).
           05  RUL-MAX-LENGTH          PIC 9(4).
           05  RUL-SEVERITY            PIC X(6).

      *    One record per added, changed or deleted key.  The full
      *    clean image rides along - tonight's for an add or change,
      *    last night's for a delete - so the CRM load needs nothing
      *    but this file.  Up to ten changed rule fields are named;
      *    DLT-CHANGED-COUNT is the true number, and '*OTHER*' names
      *    a change that fell outside every rule's slice.
       FD  DELTA-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 584 CHARACTERS.
       01  DLT-RECORD.
           05  DLT-RECORD-KEY          PIC X(10).
           05  DLT-ACTION              PIC X(1).
               88  DLT-IS-ADD                 VALUE 'A'.
               88  DLT-IS-CHANGE              VALUE 'C'.
               88  DLT-IS-DELETE              VALUE 'D'.
           05  DLT-CHANGED-COUNT       PIC 9(3).
           05  DLT-CHANGED-FIELD       PIC X(20) OCCURS 10 TIMES.
           05  DLT-CLEAN-IMAGE         PIC X(370).
      *    Control records, tagged where a data record carries its
      *    key - the LENCLEAN convention, same two-01 overlay.
       01  DLT-HEADER-RECORD.
           05  DLT-HDR-TAG             PIC X(3).
           05  DLT-HDR-BUSINESS-DATE   PIC X(8).
           05  DLT-HDR-PRIOR-BUS-DATE  PIC X(8).
           05  DLT-HDR-RUN-DATE        PIC X(8).
           05  DLT-HDR-RUN-TIME        PIC X(6).
           05  FILLER                  PIC X(551).
       01  DLT-TRAILER-RECORD.
           05  DLT-TRL-TAG             PIC X(3).
           05  DLT-TRL-RECORD-COUNT    PIC 9(9).
           05  DLT-TRL-KEY-HASH        PIC 9(18).
           05  DLT-TRL-ADD-COUNT       PIC 9(9).
           05  DLT-TRL-CHANGE-COUNT    PIC 9(9).
           05  DLT-TRL-DELETE-COUNT    PIC 9(9).
           05  DLT-TRL-PRIOR-COUNT     PIC 9(9).
           05  DLT-TRL-CURRENT-COUNT   PIC 9(9).
           05  FILLER                  PIC X(509).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-CUR-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-PRV-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-WRK-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-RULES-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-DLT-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-CUR-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-CUR-EOF                    VALUE 'Y'.
       01  WS-PRV-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-PRV-EOF                    VALUE 'Y'.
       01  WS-WRK-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-WRK-EOF                    VALUE 'Y'.
       01  WS-RULES-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-RULES-EOF                  VALUE 'Y'.
       01  WS-FIRST-RUN-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-FIRST-RUN                  VALUE 'Y'.
       01  WS-PRIOR-PRESENT-FLAG       PIC X(1)  VALUE 'Y'.
           88  WS-PRIOR-PRESENT              VALUE 'Y'.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-TIME                 PIC X(6).
       01  WS-CUR-BUS-DATE             PIC X(8)  VALUE SPACES.
       01  WS-PRV-BUS-DATE             PIC X(8)  VALUE SPACES.
      *    Same rule table, loading and default fallback as LENBATCH
      *    and LENREUNI - all three have to agree on where a field
      *    sits.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(3)  VALUE 0.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RULE-RECORD-TYPE PIC X(2).
               10  WS-RULE-FIELD-NAME  PIC X(20).
               10  WS-RULE-OFFSET      PIC 9(4).
               10  WS-RULE-LENGTH      PIC 9(4).
               10  WS-RULE-MAX-LENGTH  PIC 9(4).
               10  WS-RULE-SEVERITY    PIC X(6).
       01  WS-RULE-INDEX               PIC 9(3).
      *    Balancing state for each LENCLEAN against its own
      *    trailer - the count-plus-key-hash scheme LENREUNI's
      *    4900-BALANCE-CLEAN-FILE checks.
       01  WS-CUR-HDR-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-CUR-HDR-SEEN               VALUE 'Y'.
       01  WS-CUR-TRL-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-CUR-TRL-SEEN               VALUE 'Y'.
       01  WS-CUR-TRL-COUNT            PIC 9(9)  VALUE 0.
       01  WS-CUR-TRL-HASH             PIC 9(18) VALUE 0.
       01  WS-CUR-KEY-HASH             PIC 9(18) VALUE 0.
       01  WS-PRV-HDR-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-PRV-HDR-SEEN               VALUE 'Y'.
       01  WS-PRV-TRL-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-PRV-TRL-SEEN               VALUE 'Y'.
       01  WS-PRV-TRL-COUNT            PIC 9(9)  VALUE 0.
       01  WS-PRV-TRL-HASH             PIC 9(18) VALUE 0.
       01  WS-PRV-KEY-HASH             PIC 9(18) VALUE 0.
       01  WS-DLT-KEY-HASH             PIC 9(18) VALUE 0.
       01  WS-HASH-INDEX               PIC 9(4).
      *    Records read off each night's file, and the distinct keys
      *    they collapsed to on the work file - the key counts are
      *    what the delta balances on.
       01  WS-PRV-RECORDS-READ         PIC 9(9)  VALUE 0.
       01  WS-CUR-RECORDS-READ         PIC 9(9)  VALUE 0.
       01  WS-PRV-KEYS                 PIC 9(9)  VALUE 0.
       01  WS-CUR-KEYS                 PIC 9(9)  VALUE 0.
       01  WS-PRV-DUP-KEYS             PIC 9(9)  VALUE 0.
       01  WS-CUR-DUP-KEYS             PIC 9(9)  VALUE 0.
       01  WS-ADDS                     PIC 9(9)  VALUE 0.
       01  WS-CHANGES                  PIC 9(9)  VALUE 0.
       01  WS-DELETES                  PIC 9(9)  VALUE 0.
       01  WS-UNCHANGED                PIC 9(9)  VALUE 0.
       01  WS-DELTA-WRITTEN            PIC 9(9)  VALUE 0.
       01  WS-BALANCE-CHECK            PIC S9(10) VALUE 0.
       01  WS-BALANCE-FLAG             PIC X(1)  VALUE 'Y'.
           88  WS-DELTA-BALANCED             VALUE 'Y'.
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENDELTA' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-RULES
           IF WS-PRIOR-PRESENT
               PERFORM 2000-LOAD-PRIOR-FILE
           END-IF
           PERFORM 3000-LOAD-CURRENT-FILE
           IF WS-PRIOR-PRESENT
              AND WS-PRV-HDR-SEEN AND WS-CUR-HDR-SEEN
              AND WS-PRV-BUS-DATE = WS-CUR-BUS-DATE
               DISPLAY 'LENDELTA: FATAL - LENCLPRV AND LENCLEAN BOTH '
                   'CARRY BUSINESS DATE ' WS-CUR-BUS-DATE
                   ' - PRIOR GENERATION IS NOT LAST NIGHT''S'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-WRITE-DELTA
           PERFORM 5000-BALANCE-DELTA
           PERFORM 8000-FINALIZE
           DISPLAY 'LENDELTA: PRIOR RECORDS READ    = '
               WS-PRV-RECORDS-READ
           DISPLAY 'LENDELTA: PRIOR DISTINCT KEYS   = '
               WS-PRV-KEYS
           DISPLAY 'LENDELTA: TONIGHT RECORDS READ  = '
               WS-CUR-RECORDS-READ
           DISPLAY 'LENDELTA: TONIGHT DISTINCT KEYS = '
               WS-CUR-KEYS
           DISPLAY 'LENDELTA: ADDS                  = '
               WS-ADDS
           DISPLAY 'LENDELTA: CHANGES               = '
               WS-CHANGES
           DISPLAY 'LENDELTA: DELETES               = '
               WS-DELETES
           DISPLAY 'LENDELTA: UNCHANGED             = '
               WS-UNCHANGED
           DISPLAY 'LENDELTA: DELTA RECORDS WRITTEN = '
               WS-DELTA-WRITTEN
           MOVE WS-CUR-RECORDS-READ TO LG-RECORDS-READ
           MOVE WS-DELTA-WRITTEN   TO LG-RECORDS-WRITTEN
           MOVE WS-UNCHANGED       TO LG-RECORDS-SKIPPED
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-FIRST-RUN-FLAG
               FROM ENVIRONMENT "LENDELTA_FIRST_RUN"
               ON EXCEPTION
                   MOVE 'N' TO WS-FIRST-RUN-FLAG
           END-ACCEPT
           OPEN INPUT CURRENT-CLEAN
           IF WS-CUR-FILE-STATUS NOT = '00'
               DISPLAY 'LENDELTA: FATAL - LENCLEAN OPEN INPUT '
                   'STATUS ' WS-CUR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRIOR-CLEAN
           IF WS-PRV-FILE-STATUS = '35'
               IF WS-FIRST-RUN
                   DISPLAY 'LENDELTA: NO LENCLPRV ON A FIRST RUN - '
                       'EVERY KEY GOES OUT AS AN ADD'
                   MOVE 'N' TO WS-PRIOR-PRESENT-FLAG
               ELSE
                   DISPLAY 'LENDELTA: FATAL - LENCLPRV NOT PRESENT '
                       'AND LENDELTA_FIRST_RUN NOT SET'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-PRV-FILE-STATUS NOT = '00'
                   DISPLAY 'LENDELTA: FATAL - LENCLPRV OPEN INPUT '
                       'STATUS ' WS-PRV-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           IF WS-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'LENDELTA: FATAL - LENDLTWK OPEN I-O '
                   'STATUS ' WS-WRK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DELTA-FILE
           IF WS-DLT-FILE-STATUS NOT = '00'
               DISPLAY 'LENDELTA: FATAL - LENDELTA OPEN OUTPUT '
                   'STATUS ' WS-DLT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Same fallback as LENBATCH's 1500-LOAD-RULES: a missing
      *    LENRULES means the compiled-in default rule set, any
      *    other failure or a malformed rule stops the run.
       1500-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-FILE-STATUS = '35'
               DISPLAY 'LENDELTA: LENRULES NOT PRESENT - USING '
                   'DEFAULT FIELD RULES'
               PERFORM 1600-LOAD-DEFAULT-RULES
           ELSE
               IF WS-RULES-FILE-STATUS NOT = '00'
                   DISPLAY 'LENDELTA: FATAL - LENRULES OPEN INPUT '
                       'STATUS ' WS-RULES-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1520-READ-RULE
               PERFORM UNTIL WS-RULES-EOF
                   IF (RUL-RECORD(1:1) NOT = '*'
                          OR RUL-RECORD(1:2) = '**')
                      AND RUL-RECORD NOT = SPACES
                       PERFORM 1550-STORE-ONE-RULE
                   END-IF
                   PERFORM 1520-READ-RULE
               END-PERFORM
               CLOSE RULES-FILE
               IF WS-RULE-COUNT = 0
                   DISPLAY 'LENDELTA: FATAL - LENRULES PRESENT BUT '
                       'HOLDS NO RULES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1520-READ-RULE.
           READ RULES-FILE
               AT END
                   SET WS-RULES-EOF TO TRUE
           END-READ.

       1550-STORE-ONE-RULE.
           IF RUL-OFFSET NOT NUMERIC OR RUL-LENGTH NOT NUMERIC
               DISPLAY 'LENDELTA: FATAL - NON-NUMERIC RULE FOR '
                   'FIELD ' RUL-FIELD-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUL-OFFSET = 0 OR RUL-LENGTH = 0
              OR RUL-OFFSET + RUL-LENGTH - 1 > 370
              OR RUL-LENGTH > 200
               DISPLAY 'LENDELTA: FATAL - RULE FOR FIELD '
                   RUL-FIELD-NAME ' DOES NOT FIT THE RECORD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RULE-COUNT = 100
               DISPLAY 'LENDELTA: FATAL - MORE THAN 100 RULES IN '
                   'LENRULES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE RUL-RECORD-TYPE TO
               WS-RULE-RECORD-TYPE(WS-RULE-COUNT)
           MOVE RUL-FIELD-NAME  TO WS-RULE-FIELD-NAME(WS-RULE-COUNT)
           MOVE RUL-OFFSET      TO WS-RULE-OFFSET(WS-RULE-COUNT)
           MOVE RUL-LENGTH      TO WS-RULE-LENGTH(WS-RULE-COUNT)
           MOVE RUL-MAX-LENGTH  TO WS-RULE-MAX-LENGTH(WS-RULE-COUNT)
           MOVE RUL-SEVERITY    TO WS-RULE-SEVERITY(WS-RULE-COUNT).

      *    Kept in step with 1600-LOAD-DEFAULT-RULES in LENBATCH.
       1600-LOAD-DEFAULT-RULES.
           MOVE 4 TO WS-RULE-COUNT
           MOVE '**'             TO WS-RULE-RECORD-TYPE(1)
           MOVE 'CUSTOMER-NAME'  TO WS-RULE-FIELD-NAME(1)
           MOVE 11               TO WS-RULE-OFFSET(1)
           MOVE 60               TO WS-RULE-LENGTH(1)
           MOVE 40               TO WS-RULE-MAX-LENGTH(1)
           MOVE SPACES           TO WS-RULE-SEVERITY(1)
           MOVE '**'             TO WS-RULE-RECORD-TYPE(2)
           MOVE 'ADDRESS-LINE'   TO WS-RULE-FIELD-NAME(2)
           MOVE 71               TO WS-RULE-OFFSET(2)
           MOVE 80               TO WS-RULE-LENGTH(2)
           MOVE 60               TO WS-RULE-MAX-LENGTH(2)
           MOVE SPACES           TO WS-RULE-SEVERITY(2)
           MOVE '**'             TO WS-RULE-RECORD-TYPE(3)
           MOVE 'EMAIL-ADDR'     TO WS-RULE-FIELD-NAME(3)
           MOVE 151              TO WS-RULE-OFFSET(3)
           MOVE 60               TO WS-RULE-LENGTH(3)
           MOVE 50               TO WS-RULE-MAX-LENGTH(3)
           MOVE SPACES           TO WS-RULE-SEVERITY(3)
           MOVE '**'             TO WS-RULE-RECORD-TYPE(4)
           MOVE 'NOTES'          TO WS-RULE-FIELD-NAME(4)
           MOVE 211              TO WS-RULE-OFFSET(4)
           MOVE 160              TO WS-RULE-LENGTH(4)
           MOVE 140              TO WS-RULE-MAX-LENGTH(4)
           MOVE SPACES           TO WS-RULE-SEVERITY(4).

      *    Last night's records go onto the work file first, each as
      *    a prior-only key.  A key already there is a second
      *    occurrence on the same night - the later image replaces
      *    the earlier one.
       2000-LOAD-PRIOR-FILE.
           PERFORM 2200-READ-PRIOR
           PERFORM UNTIL WS-PRV-EOF
               EVALUATE TRUE
                   WHEN PRV-IS-HEADER
                       SET WS-PRV-HDR-SEEN TO TRUE
                       MOVE PRV-HDR-BUSINESS-DATE TO WS-PRV-BUS-DATE
                   WHEN PRV-IS-TRAILER
                       SET WS-PRV-TRL-SEEN TO TRUE
                       IF PRV-TRL-RECORD-COUNT IS NUMERIC
                           MOVE PRV-TRL-RECORD-COUNT
                               TO WS-PRV-TRL-COUNT
                       END-IF
                       IF PRV-TRL-KEY-HASH IS NUMERIC
                           MOVE PRV-TRL-KEY-HASH TO WS-PRV-TRL-HASH
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-PRV-RECORDS-READ
                       PERFORM 2300-HASH-ONE-PRIOR-BYTE
                               VARYING WS-HASH-INDEX FROM 1 BY 1
                               UNTIL WS-HASH-INDEX >
                                   LENGTH OF PRV-RECORD-KEY
                       PERFORM 2500-STORE-PRIOR-RECORD
               END-EVALUATE
               PERFORM 2200-READ-PRIOR
           END-PERFORM
           PERFORM 2900-BALANCE-PRIOR-FILE.

       2200-READ-PRIOR.
           READ PRIOR-CLEAN
               AT END
                   SET WS-PRV-EOF TO TRUE
           END-READ.

       2300-HASH-ONE-PRIOR-BYTE.
           COMPUTE WS-PRV-KEY-HASH = WS-PRV-KEY-HASH +
               FUNCTION ORD(PRV-RECORD-KEY(WS-HASH-INDEX:1)).

       2500-STORE-PRIOR-RECORD.
           MOVE SPACES TO WRK-RECORD
           MOVE PRV-RECORD-KEY TO WRK-RECORD-KEY
           MOVE 'Y' TO WRK-PRIOR-FLAG
           MOVE 'N' TO WRK-CURRENT-FLAG
           MOVE PRV-RECORD TO WRK-PRIOR-IMAGE
           WRITE WRK-RECORD
               INVALID KEY
                   ADD 1 TO WS-PRV-DUP-KEYS
                   REWRITE WRK-RECORD
           END-WRITE
           IF WS-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'LENDELTA: FATAL - LENDLTWK WRITE STATUS '
                   WS-WRK-FILE-STATUS ' FOR PRIOR KEY '
                   PRV-RECORD-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Same three outcomes as LENREUNI's 4900 - in balance, out
      *    of balance (RC 8), or no control records at all (a file
      *    from before LENBATCH stamped them; warning only).
       2900-BALANCE-PRIOR-FILE.
           EVALUATE TRUE
               WHEN WS-PRV-TRL-SEEN
                   IF WS-PRV-TRL-COUNT = WS-PRV-RECORDS-READ
                      AND WS-PRV-TRL-HASH = WS-PRV-KEY-HASH
                       DISPLAY 'LENDELTA: LENCLPRV IN BALANCE WITH '
                           'ITS TRAILER'
                   ELSE
                       DISPLAY 'LENDELTA: LENCLPRV OUT OF BALANCE - '
                           'READ ' WS-PRV-RECORDS-READ ' TRAILER '
                           WS-PRV-TRL-COUNT ' COMPUTED HASH '
                           WS-PRV-KEY-HASH ' TRAILER HASH '
                           WS-PRV-TRL-HASH
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-PRV-HDR-SEEN
                   DISPLAY 'LENDELTA: LENCLPRV HAS A HEADER BUT NO '
                       'TRAILER - FILE IS CUT'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'LENDELTA: NO CONTROL RECORDS ON '
                       'LENCLPRV - BALANCE CHECK SKIPPED'
           END-EVALUATE
           COMPUTE WS-PRV-KEYS = WS-PRV-RECORDS-READ - WS-PRV-DUP-KEYS
           IF WS-PRV-DUP-KEYS > 0
               DISPLAY 'LENDELTA: ' WS-PRV-DUP-KEYS ' REPEATED KEYS '
                   'ON LENCLPRV COLLAPSED TO THEIR LAST OCCURRENCE'
           END-IF.

      *    Tonight's records land beside last night's under the same
      *    key, or as a new current-only key.
       3000-LOAD-CURRENT-FILE.
           PERFORM 3200-READ-CURRENT
           PERFORM UNTIL WS-CUR-EOF
               EVALUATE TRUE
                   WHEN CUR-IS-HEADER
                       SET WS-CUR-HDR-SEEN TO TRUE
                       MOVE CUR-HDR-BUSINESS-DATE TO WS-CUR-BUS-DATE
                   WHEN CUR-IS-TRAILER
                       SET WS-CUR-TRL-SEEN TO TRUE
                       IF CUR-TRL-RECORD-COUNT IS NUMERIC
                           MOVE CUR-TRL-RECORD-COUNT
                               TO WS-CUR-TRL-COUNT
                       END-IF
                       IF CUR-TRL-KEY-HASH IS NUMERIC
                           MOVE CUR-TRL-KEY-HASH TO WS-CUR-TRL-HASH
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-CUR-RECORDS-READ
                       PERFORM 3300-HASH-ONE-CURRENT-BYTE
                               VARYING WS-HASH-INDEX FROM 1 BY 1
                               UNTIL WS-HASH-INDEX >
                                   LENGTH OF CUR-RECORD-KEY
                       PERFORM 3500-STORE-CURRENT-RECORD
               END-EVALUATE
               PERFORM 3200-READ-CURRENT
           END-PERFORM
           PERFORM 3900-BALANCE-CURRENT-FILE.

       3200-READ-CURRENT.
           READ CURRENT-CLEAN
               AT END
                   SET WS-CUR-EOF TO TRUE
           END-READ.

       3300-HASH-ONE-CURRENT-BYTE.
           COMPUTE WS-CUR-KEY-HASH = WS-CUR-KEY-HASH +
               FUNCTION ORD(CUR-RECORD-KEY(WS-HASH-INDEX:1)).

       3500-STORE-CURRENT-RECORD.
           MOVE CUR-RECORD-KEY TO WRK-RECORD-KEY
           READ WORK-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-RECORD
                   MOVE CUR-RECORD-KEY TO WRK-RECORD-KEY
                   MOVE 'N' TO WRK-PRIOR-FLAG
                   MOVE 'Y' TO WRK-CURRENT-FLAG
                   MOVE CUR-RECORD TO WRK-CURRENT-IMAGE
                   WRITE WRK-RECORD
               NOT INVALID KEY
                   IF WRK-ON-CURRENT
                       ADD 1 TO WS-CUR-DUP-KEYS
                   END-IF
                   MOVE 'Y' TO WRK-CURRENT-FLAG
                   MOVE CUR-RECORD TO WRK-CURRENT-IMAGE
                   REWRITE WRK-RECORD
           END-READ
           IF WS-WRK-FILE-STATUS NOT = '00'
               DISPLAY 'LENDELTA: FATAL - LENDLTWK STATUS '
                   WS-WRK-FILE-STATUS ' FOR CURRENT KEY '
                   CUR-RECORD-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3900-BALANCE-CURRENT-FILE.
           EVALUATE TRUE
               WHEN WS-CUR-TRL-SEEN
                   IF WS-CUR-TRL-COUNT = WS-CUR-RECORDS-READ
                      AND WS-CUR-TRL-HASH = WS-CUR-KEY-HASH
                       DISPLAY 'LENDELTA: LENCLEAN IN BALANCE WITH '
                           'ITS TRAILER'
                   ELSE
                       DISPLAY 'LENDELTA: LENCLEAN OUT OF BALANCE - '
                           'READ ' WS-CUR-RECORDS-READ ' TRAILER '
                           WS-CUR-TRL-COUNT ' COMPUTED HASH '
                           WS-CUR-KEY-HASH ' TRAILER HASH '
                           WS-CUR-TRL-HASH
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-CUR-HDR-SEEN
                   DISPLAY 'LENDELTA: LENCLEAN HAS A HEADER BUT NO '
                       'TRAILER - FILE IS CUT'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'LENDELTA: NO CONTROL RECORDS ON '
                       'LENCLEAN - BALANCE CHECK SKIPPED'
           END-EVALUATE
           COMPUTE WS-CUR-KEYS = WS-CUR-RECORDS-READ - WS-CUR-DUP-KEYS
           IF WS-CUR-DUP-KEYS > 0
               DISPLAY 'LENDELTA: ' WS-CUR-DUP-KEYS ' REPEATED KEYS '
                   'ON LENCLEAN COLLAPSED TO THEIR LAST OCCURRENCE'
           END-IF.

      *    One browse of the work file in key order.  Prior only is
      *    a delete, current only an add, both a change when any
      *    byte of the clean image moved - an unchanged key writes
      *    nothing, which is the whole point of the step.
       4000-WRITE-DELTA.
           MOVE SPACES TO DLT-HEADER-RECORD
           MOVE 'HDR' TO DLT-HDR-TAG
           MOVE WS-CUR-BUS-DATE TO DLT-HDR-BUSINESS-DATE
           MOVE WS-PRV-BUS-DATE TO DLT-HDR-PRIOR-BUS-DATE
           MOVE WS-RUN-DATE TO DLT-HDR-RUN-DATE
           MOVE WS-RUN-TIME TO DLT-HDR-RUN-TIME
           WRITE DLT-HEADER-RECORD
           MOVE LOW-VALUES TO WRK-RECORD-KEY
           START WORK-FILE KEY NOT < WRK-RECORD-KEY
               INVALID KEY
                   SET WS-WRK-EOF TO TRUE
           END-START
           PERFORM 4200-READ-NEXT-WORK
           PERFORM UNTIL WS-WRK-EOF
               EVALUATE TRUE
                   WHEN WRK-ON-PRIOR AND NOT WRK-ON-CURRENT
                       PERFORM 4500-WRITE-DELETE
                   WHEN WRK-ON-CURRENT AND NOT WRK-ON-PRIOR
                       PERFORM 4400-WRITE-ADD
                   WHEN WRK-CURRENT-IMAGE = WRK-PRIOR-IMAGE
                       ADD 1 TO WS-UNCHANGED
                   WHEN OTHER
                       PERFORM 4600-WRITE-CHANGE
               END-EVALUATE
               PERFORM 4200-READ-NEXT-WORK
           END-PERFORM
           MOVE SPACES TO DLT-TRAILER-RECORD
           MOVE 'TRL' TO DLT-TRL-TAG
           MOVE WS-DELTA-WRITTEN TO DLT-TRL-RECORD-COUNT
           MOVE WS-DLT-KEY-HASH TO DLT-TRL-KEY-HASH
           MOVE WS-ADDS TO DLT-TRL-ADD-COUNT
           MOVE WS-CHANGES TO DLT-TRL-CHANGE-COUNT
           MOVE WS-DELETES TO DLT-TRL-DELETE-COUNT
           MOVE WS-PRV-KEYS TO DLT-TRL-PRIOR-COUNT
           MOVE WS-CUR-KEYS TO DLT-TRL-CURRENT-COUNT
           WRITE DLT-TRAILER-RECORD.

       4200-READ-NEXT-WORK.
           READ WORK-FILE NEXT RECORD
               AT END
                   SET WS-WRK-EOF TO TRUE
           END-READ
           IF WS-WRK-FILE-STATUS NOT = '00'
              AND WS-WRK-FILE-STATUS NOT = '10'
               DISPLAY 'LENDELTA: FATAL - LENDLTWK READ NEXT STATUS '
                   WS-WRK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4400-WRITE-ADD.
           MOVE SPACES TO DLT-RECORD
           MOVE WRK-RECORD-KEY TO DLT-RECORD-KEY
           SET DLT-IS-ADD TO TRUE
           MOVE 0 TO DLT-CHANGED-COUNT
           MOVE WRK-CURRENT-IMAGE TO DLT-CLEAN-IMAGE
           ADD 1 TO WS-ADDS
           PERFORM 4900-WRITE-DELTA-RECORD.

       4500-WRITE-DELETE.
           MOVE SPACES TO DLT-RECORD
           MOVE WRK-RECORD-KEY TO DLT-RECORD-KEY
           SET DLT-IS-DELETE TO TRUE
           MOVE 0 TO DLT-CHANGED-COUNT
           MOVE WRK-PRIOR-IMAGE TO DLT-CLEAN-IMAGE
           ADD 1 TO WS-DELETES
           PERFORM 4900-WRITE-DELTA-RECORD.

      *    The rules that fire on tonight's image (same record-type
      *    match as LENBATCH's 3100) are compared slice by slice.
      *    A change no rule's slice accounts for - the record-type
      *    code, or bytes no rule covers - still goes out, named
      *    '*OTHER*', rather than being lost between the rules.
       4600-WRITE-CHANGE.
           MOVE SPACES TO DLT-RECORD
           MOVE WRK-RECORD-KEY TO DLT-RECORD-KEY
           SET DLT-IS-CHANGE TO TRUE
           MOVE 0 TO DLT-CHANGED-COUNT
           PERFORM 4700-COMPARE-ONE-RULE
                   VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
           IF DLT-CHANGED-COUNT = 0
               MOVE 1 TO DLT-CHANGED-COUNT
               MOVE '*OTHER*' TO DLT-CHANGED-FIELD(1)
           END-IF
           MOVE WRK-CURRENT-IMAGE TO DLT-CLEAN-IMAGE
           ADD 1 TO WS-CHANGES
           PERFORM 4900-WRITE-DELTA-RECORD.

       4700-COMPARE-ONE-RULE.
           IF WS-RULE-RECORD-TYPE(WS-RULE-INDEX) = '**' OR SPACES
              OR WRK-CURRENT-IMAGE(1:2)
               IF WRK-CURRENT-IMAGE(WS-RULE-OFFSET(WS-RULE-INDEX):
                       WS-RULE-LENGTH(WS-RULE-INDEX)) NOT =
                  WRK-PRIOR-IMAGE(WS-RULE-OFFSET(WS-RULE-INDEX):
                       WS-RULE-LENGTH(WS-RULE-INDEX))
                   ADD 1 TO DLT-CHANGED-COUNT
                   IF DLT-CHANGED-COUNT NOT > 10
                       MOVE WS-RULE-FIELD-NAME(WS-RULE-INDEX)
                           TO DLT-CHANGED-FIELD(DLT-CHANGED-COUNT)
                   END-IF
               END-IF
           END-IF.

       4900-WRITE-DELTA-RECORD.
           PERFORM 4950-HASH-ONE-DELTA-BYTE
                   VARYING WS-HASH-INDEX FROM 1 BY 1
                   UNTIL WS-HASH-INDEX > LENGTH OF DLT-RECORD-KEY
           WRITE DLT-RECORD
           ADD 1 TO WS-DELTA-WRITTEN.

       4950-HASH-ONE-DELTA-BYTE.
           COMPUTE WS-DLT-KEY-HASH = WS-DLT-KEY-HASH +
               FUNCTION ORD(DLT-RECORD-KEY(WS-HASH-INDEX:1)).

      *    The equation the CRM load will check: last night's keys
      *    plus adds minus deletes is tonight's keys.  Both key
      *    counts come from the load passes and the adds and deletes
      *    from the browse, so a work file that lost or invented a
      *    key along the way cannot balance.
       5000-BALANCE-DELTA.
           COMPUTE WS-BALANCE-CHECK =
               WS-PRV-KEYS + WS-ADDS - WS-DELETES
           IF WS-BALANCE-CHECK = WS-CUR-KEYS
              AND WS-UNCHANGED + WS-CHANGES + WS-DELETES = WS-PRV-KEYS
               DISPLAY 'LENDELTA: DELTA IN BALANCE - PRIOR '
                   WS-PRV-KEYS ' + ADDS ' WS-ADDS ' - DELETES '
                   WS-DELETES ' = TONIGHT ' WS-CUR-KEYS
           ELSE
               MOVE 'N' TO WS-BALANCE-FLAG
               DISPLAY 'LENDELTA: DELTA OUT OF BALANCE - PRIOR '
                   WS-PRV-KEYS ' + ADDS ' WS-ADDS ' - DELETES '
                   WS-DELETES ' DOES NOT EQUAL TONIGHT ' WS-CUR-KEYS
               MOVE 8 TO RETURN-CODE
           END-IF.

       8000-FINALIZE.
           IF WS-PRIOR-PRESENT
               CLOSE PRIOR-CLEAN
           END-IF
           CLOSE CURRENT-CLEAN WORK-FILE DELTA-FILE.

       COPY LENLGRPD.
       END PROGRAM LENDELTA.
