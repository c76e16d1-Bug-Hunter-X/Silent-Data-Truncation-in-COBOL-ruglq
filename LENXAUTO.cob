       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENXAUTO.
      *
      * Standing auto-disposition policies.  Runs as a batch step
      * straight after LENXLOAD, before the online region comes up:
      * browses LENXVSAM and gives each exception nobody has
      * dispositioned yet the disposition of the first operations
      * policy it matches, so the review queue the operators open in
      * the morning holds only the items that need a judgement - not
      * the hundreds of NOTES truncations from one feed, or the
      * CUSTOMER-NAME overruns of a character or two, that have been
      * marked ACCEPTED by hand every single day.
      *
      * The policies live on LENXAPOL, a small LINE SEQUENTIAL file
      * operations maintain by hand, one policy per line ('*' in
      * column 1 is a comment), matched in file order - put the
      * narrow policies above the broad ones:
      *   cols  1-4   policy ID - shown in the audit trail and on the
      *               report, so it must be unique
      *   cols  5-12  feed ID               ('*' any feed)
      *   cols 13-32  field name            ('*' any field)
      *   col  33     exception type        ('*' any type)
      *   cols 34-39  severity              ('*' any severity)
      *   cols 40-43  lowest actual length  (inclusive)
      *   cols 44-47  highest actual length (inclusive)
      *   cols 48-57  disposition to apply  ACCEPTED or RESUBMIT
      * CORRECTED needs a replacement value, which only an operator
      * can key, and EXTRACTED belongs to LENRESUB, so neither can be
      * applied by policy.  A policy line that does not check out
      * stops the step before anything is touched - a half-read
      * policy file would quietly leave a queue of work nobody
      * expected to see; no LENXAPOL at all just means no policies.
      *
      * Only an exception with a blank disposition and a blank
      * EXC-DISP-USER is ever looked at, so an item a person has
      * dispositioned is never changed here.  Each change is stamped
      * exactly as LENXREV stamps one - disposition, user, date and
      * time on the record, before- and after-image on the append-
      * only LENXAUDT log - with the system ID LENXAUTO as the user
      * and the policy ID where an online disposition carries the
      * terminal, so the audit trail says which policy made each
      * decision.  The LENXAPRP report lists every exception each
      * policy dispositioned and a count per policy.
      * ORDER MATTERS: runs after LENXLOAD (today's exceptions must
      * be on LENXVSAM) and before the region opens, so no operator
      * can be working an item while a policy is applied to it.
      *
      * Return codes: 0 normal (including no LENXAPOL); 16 the
      * policy file failed its checks, a file would not open, or an
      * audit entry could not be written - the step stops at once
      * rather than go on dispositioning records it cannot account
      * for.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC - a front-to-back browse (START + READ NEXT) that
      *    rewrites the record it has just read, as in LENRESUB.
           SELECT EXCEPTION-VSAM ASSIGN TO "LENXVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XV-KEY
               FILE STATUS IS WS-VSAM-FILE-STATUS.
           SELECT AUDIT-VSAM ASSIGN TO "LENXAUDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "LENXAPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LENXAPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-VSAM.
       COPY EXCFILE REPLACING ==EXC-RECORD== BY ==XV-RECORD==
                              ==EXC-KEY== BY ==XV-KEY==
                              ==EXC-JOB-NAME== BY ==XV-JOB-NAME==
                              ==EXC-RUN-DATE== BY ==XV-RUN-DATE==
                              ==EXC-RUN-TIME== BY ==XV-RUN-TIME==
                              ==EXC-RECORD-KEY== BY ==XV-RECORD-KEY==
                              ==EXC-FIELD-NAME== BY ==XV-FIELD-NAME==
                              ==EXC-DEFINED-LENGTH==
                                  BY ==XV-DEFINED-LENGTH==
                              ==EXC-ACTUAL-LENGTH==
                                  BY ==XV-ACTUAL-LENGTH==
                              ==EXC-EXCEPTION-TYPE==
                                  BY ==XV-EXCEPTION-TYPE==
                              ==EXC-TYPE-LENGTH== BY ==XV-TYPE-LENGTH==
                              ==EXC-TYPE-DATA-CLASS==
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
                                  BY ==XV-ORIGINAL-VALUE==
                              ==EXC-AGE-DAYS== BY ==XV-AGE-DAYS==
                              ==EXC-DISP-USER== BY ==XV-DISP-USER==
                              ==EXC-DISP-DATE== BY ==XV-DISP-DATE==
                              ==EXC-DISP-TIME== BY ==XV-DISP-TIME==
                              ==EXC-FEED-ID== BY ==XV-FEED-ID==
                              ==EXC-CHAR-LENGTH==
                                  BY ==XV-CHAR-LENGTH==.

       FD  AUDIT-VSAM.
       COPY AUDTFILE.

       FD  POLICY-FILE.
       01  POL-RECORD.
           05  POL-ID                  PIC X(4).
           05  POL-FEED-ID             PIC X(8).
           05  POL-FIELD-NAME          PIC X(20).
           05  POL-EXC-TYPE            PIC X(1).
           05  POL-SEVERITY            PIC X(6).
           05  POL-MIN-ACTUAL          PIC 9(4).
           05  POL-MAX-ACTUAL          PIC 9(4).
           05  POL-DISPOSITION         PIC X(10).

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-VSAM-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-AUD-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-POL-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-VSAM-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-VSAM-EOF                   VALUE 'Y'.
       01  WS-POL-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-POL-EOF                    VALUE 'Y'.
       01  WS-FILES-OPEN-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-FILES-OPEN                 VALUE 'Y'.
      *    The user every policy disposition is stamped with - the
      *    same eight bytes an operator's sign-on occupies.
       01  WS-SYSTEM-USER              PIC X(8)  VALUE 'LENXAUTO'.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-TIME                 PIC X(6).
       01  WS-POL-LINE-NUMBER          PIC 9(5)  VALUE 0.
       01  WS-POL-ERRORS               PIC 9(5)  VALUE 0.
      *    The policies, in file order - first match wins.  100 is
      *    the same ceiling LENBATCH puts on its rules, and far more
      *    standing decisions than anybody should be maintaining.
       01  WS-POLICY-TABLE.
           05  WS-POL-COUNT            PIC 9(3)  VALUE 0.
           05  WS-POL-ENTRY OCCURS 100 TIMES.
               10  WS-PT-ID            PIC X(4).
               10  WS-PT-FEED-ID       PIC X(8).
               10  WS-PT-FIELD-NAME    PIC X(20).
               10  WS-PT-EXC-TYPE      PIC X(1).
               10  WS-PT-SEVERITY      PIC X(6).
               10  WS-PT-MIN-ACTUAL    PIC 9(4).
               10  WS-PT-MAX-ACTUAL    PIC 9(4).
               10  WS-PT-DISPOSITION   PIC X(10).
               10  WS-PT-APPLIED       PIC 9(9).
       01  WS-POL-INDEX                PIC 9(3).
       01  WS-POL-FOUND                PIC 9(3).
       01  WS-BEFORE-DISP              PIC X(10) VALUE SPACES.
       01  WS-AUD-DONE-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-AUD-DONE                   VALUE 'Y'.
       01  WS-EXCEPTIONS-READ          PIC 9(9)  VALUE 0.
       01  WS-EXCEPTIONS-OPEN          PIC 9(9)  VALUE 0.
       01  WS-EXCEPTIONS-APPLIED       PIC 9(9)  VALUE 0.
       01  WS-EXCEPTIONS-LEFT          PIC 9(9)  VALUE 0.
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENXAUTO' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-POLICIES
           IF WS-POL-COUNT > 0
               PERFORM 2000-OPEN-FILES
               PERFORM 3000-APPLY-POLICIES
           ELSE
               MOVE '  NO POLICIES ON LENXAPOL - NOTHING APPLIED'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 7000-PRINT-SUMMARY
           PERFORM 8000-FINALIZE
           DISPLAY 'LENXAUTO: POLICIES LOADED      = ' WS-POL-COUNT
           DISPLAY 'LENXAUTO: EXCEPTIONS READ      = '
               WS-EXCEPTIONS-READ
           DISPLAY 'LENXAUTO: UN-DISPOSITIONED     = '
               WS-EXCEPTIONS-OPEN
           DISPLAY 'LENXAUTO: DISPOSITIONED        = '
               WS-EXCEPTIONS-APPLIED
           DISPLAY 'LENXAUTO: LEFT FOR OPERATORS   = '
               WS-EXCEPTIONS-LEFT
           MOVE WS-EXCEPTIONS-READ TO LG-RECORDS-READ
           MOVE WS-EXCEPTIONS-APPLIED
                                   TO LG-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS-LEFT TO LG-RECORDS-SKIPPED
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LENXAUTO: FATAL - LENXAPRP OPEN OUTPUT '
                   'STATUS ' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'LENXAUTO - STANDING DISPOSITION POLICIES APPLIED '
               WS-RUN-DATE ' ' WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    Every policy line is checked and every problem displayed
      *    before the step gives up, so one run tells operations
      *    everything wrong with the file.
       1500-LOAD-POLICIES.
           OPEN INPUT POLICY-FILE
           IF WS-POL-FILE-STATUS = '35'
               DISPLAY 'LENXAUTO: LENXAPOL NOT PRESENT - NO POLICIES '
                   'TO APPLY'
           ELSE
               IF WS-POL-FILE-STATUS NOT = '00'
                   DISPLAY 'LENXAUTO: FATAL - LENXAPOL OPEN INPUT '
                       'STATUS ' WS-POL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1520-READ-POLICY
               PERFORM UNTIL WS-POL-EOF
                   ADD 1 TO WS-POL-LINE-NUMBER
                   IF POL-RECORD(1:1) NOT = '*'
                      AND POL-RECORD NOT = SPACES
                       PERFORM 1550-CHECK-ONE-POLICY
                   END-IF
                   PERFORM 1520-READ-POLICY
               END-PERFORM
               CLOSE POLICY-FILE
               IF WS-POL-ERRORS > 0
                   DISPLAY 'LENXAUTO: FATAL - ' WS-POL-ERRORS
                       ' PROBLEM(S) ON LENXAPOL - NO POLICY APPLIED'
                   PERFORM 8000-FINALIZE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1520-READ-POLICY.
           MOVE SPACES TO POL-RECORD
           READ POLICY-FILE
               AT END
                   SET WS-POL-EOF TO TRUE
           END-READ.

       1550-CHECK-ONE-POLICY.
           IF POL-ID = SPACES
               DISPLAY 'LENXAUTO: LENXAPOL LINE ' WS-POL-LINE-NUMBER
                   ' - POLICY ID MISSING'
               ADD 1 TO WS-POL-ERRORS
           END-IF
           MOVE 0 TO WS-POL-FOUND
           PERFORM 1580-SCAN-ONE-ID
               VARYING WS-POL-INDEX FROM 1 BY 1
               UNTIL WS-POL-INDEX > WS-POL-COUNT
           IF WS-POL-FOUND > 0
               DISPLAY 'LENXAUTO: LENXAPOL LINE ' WS-POL-LINE-NUMBER
                   ' - POLICY ID ' POL-ID ' USED TWICE'
               ADD 1 TO WS-POL-ERRORS
           END-IF
           IF POL-FEED-ID = SPACES OR POL-FIELD-NAME = SPACES
               DISPLAY 'LENXAUTO: LENXAPOL LINE ' WS-POL-LINE-NUMBER
                   ' - FEED ID AND FIELD NAME MUST BE GIVEN OR *'
               ADD 1 TO WS-POL-ERRORS
           END-IF
           IF POL-EXC-TYPE NOT = '*' AND POL-EXC-TYPE NOT = 'L'
              AND POL-EXC-TYPE NOT = 'C' AND POL-EXC-TYPE NOT = 'D'
              AND POL-EXC-TYPE NOT = 'M' AND POL-EXC-TYPE NOT = 'U'
              AND POL-EXC-TYPE NOT = 'N' AND POL-EXC-TYPE NOT = 'E'
               DISPLAY 'LENXAUTO: LENXAPOL LINE ' WS-POL-LINE-NUMBER
                   ' - UNKNOWN EXCEPTION TYPE ' POL-EXC-TYPE
               ADD 1 TO WS-POL-ERRORS
           END-IF
           IF POL-SEVERITY NOT = '*' AND POL-SEVERITY NOT = 'WARN  '
              AND POL-SEVERITY NOT = 'REJECT'
              AND POL-SEVERITY NOT = 'FATAL '
               DISPLAY 'LENXAUTO: LENXAPOL LINE ' WS-POL-LINE-NUMBER
                   ' - UNKNOWN SEVERITY ' POL-SEVERITY
               ADD 1 TO WS-POL-ERRORS
           END-IF
           IF POL-MIN-ACTUAL NOT NUMERIC
              OR POL-MAX-ACTUAL NOT NUMERIC
               DISPLAY 'LENXAUTO: LENXAPOL LINE ' WS-POL-LINE-NUMBER
                   ' - ACTUAL LENGTH RANGE NOT NUMERIC'
               ADD 1 TO WS-POL-ERRORS
           ELSE
               IF POL-MIN-ACTUAL > POL-MAX-ACTUAL
                   DISPLAY 'LENXAUTO: LENXAPOL LINE '
                       WS-POL-LINE-NUMBER ' - LOWEST LENGTH '
                       POL-MIN-ACTUAL ' OVER HIGHEST '
                       POL-MAX-ACTUAL
                   ADD 1 TO WS-POL-ERRORS
               END-IF
           END-IF
           IF POL-DISPOSITION NOT = 'ACCEPTED  '
              AND POL-DISPOSITION NOT = 'RESUBMIT  '
               DISPLAY 'LENXAUTO: LENXAPOL LINE ' WS-POL-LINE-NUMBER
                   ' - DISPOSITION ' POL-DISPOSITION
                   ' CANNOT BE APPLIED BY POLICY'
               ADD 1 TO WS-POL-ERRORS
           END-IF
           IF WS-POL-COUNT = 100
               DISPLAY 'LENXAUTO: LENXAPOL LINE ' WS-POL-LINE-NUMBER
                   ' - MORE THAN 100 POLICIES'
               ADD 1 TO WS-POL-ERRORS
           END-IF
           IF WS-POL-ERRORS = 0
               ADD 1 TO WS-POL-COUNT
               MOVE POL-ID          TO WS-PT-ID(WS-POL-COUNT)
               MOVE POL-FEED-ID     TO WS-PT-FEED-ID(WS-POL-COUNT)
               MOVE POL-FIELD-NAME  TO WS-PT-FIELD-NAME(WS-POL-COUNT)
               MOVE POL-EXC-TYPE    TO WS-PT-EXC-TYPE(WS-POL-COUNT)
               MOVE POL-SEVERITY    TO WS-PT-SEVERITY(WS-POL-COUNT)
               MOVE POL-MIN-ACTUAL  TO WS-PT-MIN-ACTUAL(WS-POL-COUNT)
               MOVE POL-MAX-ACTUAL  TO WS-PT-MAX-ACTUAL(WS-POL-COUNT)
               MOVE POL-DISPOSITION TO WS-PT-DISPOSITION(WS-POL-COUNT)
               MOVE 0               TO WS-PT-APPLIED(WS-POL-COUNT)
           END-IF.

       1580-SCAN-ONE-ID.
           IF WS-PT-ID(WS-POL-INDEX) = POL-ID
               MOVE WS-POL-INDEX TO WS-POL-FOUND
               MOVE WS-POL-COUNT TO WS-POL-INDEX
           END-IF.

      *    Opened only once there is something to apply.  LENXAUDT
      *    already exists - LENXREV has been writing it since the
      *    review cycle began - so a missing log is an error here,
      *    not a first run.
       2000-OPEN-FILES.
           OPEN I-O AUDIT-VSAM
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'LENXAUTO: FATAL - LENXAUDT OPEN I-O STATUS '
                   WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EXCEPTION-VSAM
           IF WS-VSAM-FILE-STATUS NOT = '00'
               DISPLAY 'LENXAUTO: FATAL - LENXVSAM OPEN I-O STATUS '
                   WS-VSAM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-FILES-OPEN TO TRUE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'POLICY RECORD KEY FIELD                FEED     TYPE'
               ' SEVERITY DEF  ACT  DISPOSITION'
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       3000-APPLY-POLICIES.
           MOVE LOW-VALUES TO XV-KEY
           START EXCEPTION-VSAM KEY NOT < XV-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START
           PERFORM 3200-READ-NEXT-EXCEPTION
           PERFORM UNTIL WS-VSAM-EOF
               ADD 1 TO WS-EXCEPTIONS-READ
               IF XV-DISPOSITION = SPACES AND XV-DISP-USER = SPACES
                   ADD 1 TO WS-EXCEPTIONS-OPEN
                   MOVE 0 TO WS-POL-FOUND
                   PERFORM 3300-MATCH-ONE-POLICY
                       VARYING WS-POL-INDEX FROM 1 BY 1
                       UNTIL WS-POL-INDEX > WS-POL-COUNT
                   IF WS-POL-FOUND > 0
                       PERFORM 3500-APPLY-ONE-DISPOSITION
                   ELSE
                       ADD 1 TO WS-EXCEPTIONS-LEFT
                   END-IF
               END-IF
               PERFORM 3200-READ-NEXT-EXCEPTION
           END-PERFORM.

       3200-READ-NEXT-EXCEPTION.
           READ EXCEPTION-VSAM NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
           END-READ
           IF NOT WS-VSAM-EOF
              AND WS-VSAM-FILE-STATUS NOT = '00'
              AND WS-VSAM-FILE-STATUS NOT = '10'
               DISPLAY 'LENXAUTO: LENXVSAM READ NEXT STATUS '
                   WS-VSAM-FILE-STATUS ' - BROWSE ENDED EARLY'
               SET WS-VSAM-EOF TO TRUE
           END-IF.

      *    An actual length that is not numeric (a record from
      *    before the field was filled) can match only a policy
      *    that does not care about length - 0000 to 9999.
       3300-MATCH-ONE-POLICY.
           IF (WS-PT-FEED-ID(WS-POL-INDEX) = '*'
                  OR WS-PT-FEED-ID(WS-POL-INDEX) = XV-FEED-ID)
              AND (WS-PT-FIELD-NAME(WS-POL-INDEX) = '*'
                  OR WS-PT-FIELD-NAME(WS-POL-INDEX) = XV-FIELD-NAME)
              AND (WS-PT-EXC-TYPE(WS-POL-INDEX) = '*'
                  OR WS-PT-EXC-TYPE(WS-POL-INDEX)
                      = XV-EXCEPTION-TYPE)
              AND (WS-PT-SEVERITY(WS-POL-INDEX) = '*'
                  OR WS-PT-SEVERITY(WS-POL-INDEX) = XV-SEVERITY)
               IF XV-ACTUAL-LENGTH IS NUMERIC
                   IF XV-ACTUAL-LENGTH
                          NOT < WS-PT-MIN-ACTUAL(WS-POL-INDEX)
                      AND XV-ACTUAL-LENGTH
                          NOT > WS-PT-MAX-ACTUAL(WS-POL-INDEX)
                       MOVE WS-POL-INDEX TO WS-POL-FOUND
                       MOVE WS-POL-COUNT TO WS-POL-INDEX
                   END-IF
               ELSE
                   IF WS-PT-MIN-ACTUAL(WS-POL-INDEX) = 0
                      AND WS-PT-MAX-ACTUAL(WS-POL-INDEX) = 9999
                       MOVE WS-POL-INDEX TO WS-POL-FOUND
                       MOVE WS-POL-COUNT TO WS-POL-INDEX
                   END-IF
               END-IF
           END-IF.

      *    LENXREV's 6600/6800 in batch: the record is stamped and
      *    rewritten, and only a rewrite that lands is audited.
       3500-APPLY-ONE-DISPOSITION.
           MOVE XV-DISPOSITION TO WS-BEFORE-DISP
           MOVE WS-PT-DISPOSITION(WS-POL-FOUND) TO XV-DISPOSITION
           MOVE WS-SYSTEM-USER TO XV-DISP-USER
           MOVE WS-RUN-DATE    TO XV-DISP-DATE
           MOVE WS-RUN-TIME    TO XV-DISP-TIME
           REWRITE XV-RECORD
           IF WS-VSAM-FILE-STATUS = '00'
               PERFORM 3600-WRITE-AUDIT
               ADD 1 TO WS-EXCEPTIONS-APPLIED
               ADD 1 TO WS-PT-APPLIED(WS-POL-FOUND)
               MOVE SPACES TO WS-DETAIL-LINE
               STRING WS-PT-ID(WS-POL-FOUND) '   ' XV-RECORD-KEY
                   ' ' XV-FIELD-NAME ' ' XV-FEED-ID ' '
                   XV-EXCEPTION-TYPE '    ' XV-SEVERITY '   '
                   XV-DEFINED-LENGTH ' ' XV-ACTUAL-LENGTH ' '
                   XV-DISPOSITION
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               DISPLAY 'LENXAUTO: REWRITE STATUS '
                   WS-VSAM-FILE-STATUS ' FOR KEY ' XV-KEY
                   ' - LEFT FOR OPERATORS'
               ADD 1 TO WS-EXCEPTIONS-LEFT
           END-IF.

      *    Append-only, with the same sequence-byte retry LENXREV
      *    uses for two dispositions of one exception in the same
      *    second.  A disposition that cannot be audited must not be
      *    followed by another: the step stops, naming the record
      *    that went unaudited so it can be put right by hand.
       3600-WRITE-AUDIT.
           MOVE SPACES         TO AUD-RECORD
           MOVE XV-KEY         TO AUD-EXC-KEY
           MOVE WS-RUN-DATE    TO AUD-DATE
           MOVE WS-RUN-TIME    TO AUD-TIME
           MOVE 0              TO AUD-SEQ
           MOVE WS-SYSTEM-USER TO AUD-USER-ID
           MOVE WS-PT-ID(WS-POL-FOUND) TO AUD-TERMINAL
           MOVE WS-BEFORE-DISP TO AUD-BEFORE-DISP
           MOVE XV-DISPOSITION TO AUD-AFTER-DISP
           MOVE 'N' TO WS-AUD-DONE-FLAG
           PERFORM UNTIL WS-AUD-DONE OR AUD-SEQ > 98
               WRITE AUD-RECORD
               EVALUATE WS-AUD-FILE-STATUS
                   WHEN '00'
                       SET WS-AUD-DONE TO TRUE
                   WHEN '22'
                       ADD 1 TO AUD-SEQ
                   WHEN OTHER
                       MOVE 99 TO AUD-SEQ
               END-EVALUATE
           END-PERFORM
           IF NOT WS-AUD-DONE
               DISPLAY 'LENXAUTO: FATAL - LENXAUDT WRITE STATUS '
                   WS-AUD-FILE-STATUS ' - KEY ' XV-KEY
                   ' DISPOSITIONED ' XV-DISPOSITION ' WITHOUT AN '
                   'AUDIT ENTRY'
               PERFORM 8000-FINALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'APPLIED BY POLICY' TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 7200-PRINT-ONE-POLICY
               VARYING WS-POL-INDEX FROM 1 BY 1
               UNTIL WS-POL-INDEX > WS-POL-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXCEPTIONS-OPEN TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'UN-DISPOSITIONED ON LENXVSAM    ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXCEPTIONS-APPLIED TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'DISPOSITIONED BY POLICY         ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXCEPTIONS-LEFT TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'LEFT FOR THE OPERATORS          ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       7200-PRINT-ONE-POLICY.
           MOVE WS-PT-APPLIED(WS-POL-INDEX) TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  ' WS-PT-ID(WS-POL-INDEX) ' FEED '
               WS-PT-FEED-ID(WS-POL-INDEX) ' FIELD '
               WS-PT-FIELD-NAME(WS-POL-INDEX) ' TYPE '
               WS-PT-EXC-TYPE(WS-POL-INDEX) ' SEV '
               WS-PT-SEVERITY(WS-POL-INDEX) ' LEN '
               WS-PT-MIN-ACTUAL(WS-POL-INDEX) '-'
               WS-PT-MAX-ACTUAL(WS-POL-INDEX) ' '
               WS-PT-DISPOSITION(WS-POL-INDEX) WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      *    Only what was opened is closed - a run with no policies,
      *    or a policy file that failed its checks, never opens
      *    LENXVSAM or LENXAUDT.
       8000-FINALIZE.
           IF WS-FILES-OPEN
               CLOSE EXCEPTION-VSAM AUDIT-VSAM
           END-IF
           CLOSE REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENXAUTO.
