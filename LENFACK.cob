       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENFACK.
      *
      * Supplier feed acknowledgements.  Until now a supplier heard
      * from us only when LENRESUB sent a re-feed, and only after an
      * operator chose RESUBMIT - nothing told them their file had
      * arrived, balanced, or how clean it was, and the morning
      * shift answered "did you get our file" by email.  This step
      * runs after LENBATCH and turns the 'F' feed subtotals on
      * LENEXCPT into a receipt per supplier: one 'A' record per
      * HDR/TRL group with its counts, trailer count, balance status
      * and a verdict (ACCEPTED / ACCEPTED-WITH-ERRORS / REJECTED),
      * followed by the supplier's worst fields from the exception
      * lines on the same file - see ACKFILE.cpy for the layouts
      * and the verdict rules.
      * Each supplier's receipt is its own dataset, named from
      * LENFACK_DSN_PREFIX (default LENFACK) and the feed id, so the
      * transmission job can send each vendor only its own.  The
      * worst-field list is capped at LENFACK_MAX_FIELDS (default
      * 10).  A group with no feed id on its header has no one to
      * go to: it is listed on the control report (LENFACKR) as not
      * sent and the step ends RC 4.
      * ORDER MATTERS: runs after LENBATCH, against the LENEXCPT it
      * wrote.  A LENEXCPT without the 'S' run trailer is a run that
      * never finished, and no receipt goes out on it (RC 16) - a
      * supplier told ACCEPTED off half a run would be told wrong.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-REPORT ASSIGN TO "LENEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
      *    The dataset name is built per supplier at run time, so
      *    the file is assigned through WS-ACK-DSN rather than a
      *    fixed DD - the one file is opened and closed once for
      *    every supplier on the night's LENEXCPT.
           SELECT ACK-FILE ASSIGN USING WS-ACK-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LENFACKR"
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
      *    Byte-54 control flags, as everywhere LENEXCPT is read
      *    sequentially - see 7000-WRITE-CONTROL-TOTALS in
      *    lenBatch.cob.  The 'F' subtotal is this step's whole
      *    input; the 'S' trailer only proves the run finished.
       01  EXC-FEED-SUB-RECORD.
           05  FILLER                  PIC X(53).
           05  FSB-RECORD-TYPE         PIC X(1).
               88  FSB-IS-FEED-SUBTOTAL       VALUE 'F'.
               88  FSB-IS-RUN-SUMMARY         VALUE 'S'.
           05  FSB-JOB-NAME            PIC X(8).
           05  FSB-RUN-DATE            PIC X(8).
           05  FSB-RUN-TIME            PIC X(6).
           05  FSB-FEED-ID             PIC X(8).
           05  FSB-BUSINESS-DATE       PIC X(8).
           05  FSB-RECORDS-READ        PIC 9(9).
           05  FSB-RECORDS-PASSED      PIC 9(9).
           05  FSB-RECORDS-TRUNCATED   PIC 9(9).
           05  FSB-RECORDS-REJECTED    PIC 9(9).
           05  FSB-RECORDS-CLASS-FLAGGED PIC 9(9).
           05  FSB-RECORDS-DUP-KEYED   PIC 9(9).
           05  FSB-TRAILER-COUNT       PIC 9(9).
           05  FSB-BALANCE-STATUS      PIC X(1).
               88  FSB-IN-BALANCE             VALUE 'B'.
           05  FSB-REPEAT-STATUS       PIC X(1).
               88  FSB-IS-REPEAT              VALUE 'R'.
           05  FILLER                  PIC X(157).

       FD  ACK-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY ACKFILE.

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-EXC-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-ACK-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-RPT-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-EXC-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-EXC-EOF                    VALUE 'Y'.
       01  WS-SUMMARY-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-SUMMARY-SEEN               VALUE 'Y'.
       01  WS-DSN-PREFIX               PIC X(30) VALUE SPACES.
       01  WS-ACK-DSN                  PIC X(44) VALUE SPACES.
       01  WS-MAX-FIELDS               PIC 9(2)  VALUE 0.
       01  WS-EXCEPTION-LINES          PIC 9(9)  VALUE 0.
       01  WS-SUPPLIERS-SENT           PIC 9(9)  VALUE 0.
       01  WS-ACKS-WRITTEN             PIC 9(9)  VALUE 0.
       01  WS-FIELD-LINES-WRITTEN      PIC 9(9)  VALUE 0.
       01  WS-GROUPS-NOT-SENT          PIC 9(9)  VALUE 0.
       01  WS-ACCEPTED-COUNT           PIC 9(9)  VALUE 0.
       01  WS-WITH-ERRORS-COUNT        PIC 9(9)  VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(9)  VALUE 0.
       01  WS-FIELDS-NOT-TRACKED       PIC 9(9)  VALUE 0.
      *    One entry per 'F' subtotal, in LENEXCPT order - which is
      *    LENINPUT order.  20 matches LENBATCH's own group limit.
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT            PIC 9(2)  VALUE 0.
           05  WS-GRP-ENTRY OCCURS 20 TIMES.
               10  WS-GRP-FEED-ID      PIC X(8).
               10  WS-GRP-BUS-DATE     PIC X(8).
               10  WS-GRP-RUN-DATE     PIC X(8).
               10  WS-GRP-RUN-TIME     PIC X(6).
               10  WS-GRP-READ         PIC 9(9).
               10  WS-GRP-PASSED       PIC 9(9).
               10  WS-GRP-TRUNCATED    PIC 9(9).
               10  WS-GRP-REJECTED     PIC 9(9).
               10  WS-GRP-CLASS-FLAGGED PIC 9(9).
               10  WS-GRP-DUPLICATE    PIC 9(9).
               10  WS-GRP-TRL-COUNT    PIC 9(9).
               10  WS-GRP-BALANCE      PIC X(1).
               10  WS-GRP-REPEAT       PIC X(1).
               10  WS-GRP-SENT-FLAG    PIC X(1).
                   88  WS-GRP-SENT            VALUE 'Y'.
       01  WS-GRP-INDEX                PIC 9(2).
       01  WS-GRP-SCAN                 PIC 9(2).
       01  WS-GRP-LAST                 PIC 9(2).
       01  WS-GRP-CURRENT              PIC 9(2).
      *    One entry per feed and field that drew an exception line
      *    tonight.  The duplicate-key lines are left out - they are
      *    about whole records, and already counted on the 'A'.
       01  WS-FIELD-TABLE.
           05  WS-FLD-COUNT            PIC 9(3)  VALUE 0.
           05  WS-FLD-ENTRY OCCURS 200 TIMES.
               10  WS-FLD-FEED-ID      PIC X(8).
               10  WS-FLD-NAME         PIC X(20).
               10  WS-FLD-TOTAL        PIC 9(9).
               10  WS-FLD-LENGTH       PIC 9(9).
               10  WS-FLD-CLASS        PIC 9(9).
               10  WS-FLD-FORMAT       PIC 9(9).
               10  WS-FLD-DEFINED      PIC 9(4).
               10  WS-FLD-LONGEST      PIC 9(4).
       01  WS-FLD-INDEX                PIC 9(3).
       01  WS-FLD-FOUND                PIC 9(3).
       01  WS-FLD-PICK                 PIC 9(3).
       01  WS-SEND-FEED-ID             PIC X(8).
       01  WS-FEED-FIELD-COUNT         PIC 9(3).
       01  WS-FIELDS-FOLLOWING         PIC 9(3).
       01  WS-RANK                     PIC 9(3).
       01  WS-VERDICT                  PIC X(20).
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENFACK' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-EXCEPTION-REPORT
           PERFORM UNTIL WS-EXC-EOF
               EVALUATE TRUE
                   WHEN FSB-IS-RUN-SUMMARY
                       SET WS-SUMMARY-SEEN TO TRUE
                   WHEN FSB-IS-FEED-SUBTOTAL
                       PERFORM 2300-STORE-FEED-SUBTOTAL
                   WHEN EXC-TYPE-DUP-KEY
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-EXCEPTION-LINES
                       PERFORM 2500-COUNT-FIELD-EXCEPTION
               END-EVALUATE
               PERFORM 2000-READ-EXCEPTION-REPORT
           END-PERFORM
           IF NOT WS-SUMMARY-SEEN
               DISPLAY 'LENFACK: FATAL - NO RUN TRAILER ON LENEXCPT '
                   '- LENBATCH DID NOT FINISH, NO RECEIPTS SENT'
               MOVE 'NO RUN TRAILER ON LENEXCPT - NO RECEIPTS SENT'
                   TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 8000-FINALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GRP-COUNT = 0
               DISPLAY 'LENFACK: NO FEED SUBTOTALS ON LENEXCPT - '
                   'NO RECEIPTS SENT'
               MOVE 'NO FEED SUBTOTALS ON LENEXCPT - NO RECEIPTS SENT'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 4000-SEND-ACKNOWLEDGEMENTS
                       VARYING WS-GRP-INDEX FROM 1 BY 1
                       UNTIL WS-GRP-INDEX > WS-GRP-COUNT
               PERFORM 7000-PRINT-TOTALS
               IF WS-GROUPS-NOT-SENT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 8000-FINALIZE
           DISPLAY 'LENFACK: SUPPLIERS SENT A RECEIPT  = '
               WS-SUPPLIERS-SENT
           DISPLAY 'LENFACK: ACKNOWLEDGEMENTS WRITTEN  = '
               WS-ACKS-WRITTEN
           DISPLAY 'LENFACK: FIELD LINES WRITTEN       = '
               WS-FIELD-LINES-WRITTEN
           DISPLAY 'LENFACK: GROUPS NOT SENT (NO ID)   = '
               WS-GROUPS-NOT-SENT
           IF WS-FIELDS-NOT-TRACKED > 0
               DISPLAY 'LENFACK: EXCEPTION LINES PAST TABLE = '
                   WS-FIELDS-NOT-TRACKED
           END-IF
           MOVE WS-EXCEPTION-LINES TO LG-RECORDS-READ
           MOVE WS-ACKS-WRITTEN    TO LG-RECORDS-WRITTEN
           MOVE WS-GROUPS-NOT-SENT TO LG-RECORDS-SKIPPED
           MOVE WS-REJECTED-COUNT  TO LG-RECORDS-BREACHED
           IF WS-GRP-COUNT = 0
               MOVE 'NO FEED SUBTOTALS ON LENEXCPT - NO RECEIPTS SENT'
                   TO LG-STATUS-TEXT
           END-IF
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-DSN-PREFIX FROM ENVIRONMENT "LENFACK_DSN_PREFIX"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-DSN-PREFIX = SPACES
               MOVE 'LENFACK' TO WS-DSN-PREFIX
           END-IF
           ACCEPT WS-MAX-FIELDS FROM ENVIRONMENT "LENFACK_MAX_FIELDS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-MAX-FIELDS = 0
               MOVE 10 TO WS-MAX-FIELDS
           END-IF
           OPEN INPUT EXCEPTION-REPORT
           IF WS-EXC-FILE-STATUS NOT = '00'
               DISPLAY 'LENFACK: FATAL - LENEXCPT OPEN INPUT '
                   'STATUS ' WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LENFACK: FATAL - LENFACKR OPEN OUTPUT '
                   'STATUS ' WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'LENFACK - SUPPLIER FEED ACKNOWLEDGEMENTS' TO RPT-LINE
           WRITE RPT-LINE.

       2000-READ-EXCEPTION-REPORT.
           READ EXCEPTION-REPORT
               AT END
                   SET WS-EXC-EOF TO TRUE
           END-READ.

       2300-STORE-FEED-SUBTOTAL.
           IF WS-GRP-COUNT = 20
               DISPLAY 'LENFACK: FATAL - MORE THAN 20 FEED '
                   'SUBTOTALS ON LENEXCPT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO WS-GRP-INDEX
           INITIALIZE WS-GRP-ENTRY(WS-GRP-INDEX)
           MOVE FSB-FEED-ID       TO WS-GRP-FEED-ID(WS-GRP-INDEX)
           MOVE FSB-BUSINESS-DATE TO WS-GRP-BUS-DATE(WS-GRP-INDEX)
           MOVE FSB-RUN-DATE      TO WS-GRP-RUN-DATE(WS-GRP-INDEX)
           MOVE FSB-RUN-TIME      TO WS-GRP-RUN-TIME(WS-GRP-INDEX)
           MOVE FSB-RECORDS-READ  TO WS-GRP-READ(WS-GRP-INDEX)
           MOVE FSB-RECORDS-PASSED TO WS-GRP-PASSED(WS-GRP-INDEX)
           MOVE FSB-RECORDS-TRUNCATED
               TO WS-GRP-TRUNCATED(WS-GRP-INDEX)
           MOVE FSB-RECORDS-REJECTED
               TO WS-GRP-REJECTED(WS-GRP-INDEX)
           MOVE FSB-RECORDS-CLASS-FLAGGED
               TO WS-GRP-CLASS-FLAGGED(WS-GRP-INDEX)
           MOVE FSB-RECORDS-DUP-KEYED
               TO WS-GRP-DUPLICATE(WS-GRP-INDEX)
           MOVE FSB-TRAILER-COUNT TO WS-GRP-TRL-COUNT(WS-GRP-INDEX)
           MOVE FSB-BALANCE-STATUS TO WS-GRP-BALANCE(WS-GRP-INDEX)
           MOVE FSB-REPEAT-STATUS TO WS-GRP-REPEAT(WS-GRP-INDEX)
           MOVE 'N' TO WS-GRP-SENT-FLAG(WS-GRP-INDEX).

      *    An exception line with no feed id lands under spaces,
      *    the same as a group whose header carried none - neither
      *    is sent anywhere.
       2500-COUNT-FIELD-EXCEPTION.
           MOVE 0 TO WS-FLD-FOUND
           PERFORM 2600-SCAN-ONE-FIELD
                   VARYING WS-FLD-INDEX FROM 1 BY 1
                   UNTIL WS-FLD-INDEX > WS-FLD-COUNT
           IF WS-FLD-FOUND = 0
               IF WS-FLD-COUNT = 200
                   IF WS-FIELDS-NOT-TRACKED = 0
                       DISPLAY 'LENFACK: MORE THAN 200 FEED/FIELD '
                           'PAIRS ON LENEXCPT - FROM ' EXC-FEED-ID
                           ' ' EXC-FIELD-NAME ' ON NOT LISTED'
                   END-IF
                   ADD 1 TO WS-FIELDS-NOT-TRACKED
               ELSE
                   ADD 1 TO WS-FLD-COUNT
                   MOVE WS-FLD-COUNT TO WS-FLD-FOUND
                   INITIALIZE WS-FLD-ENTRY(WS-FLD-FOUND)
                   MOVE EXC-FEED-ID TO WS-FLD-FEED-ID(WS-FLD-FOUND)
                   MOVE EXC-FIELD-NAME TO WS-FLD-NAME(WS-FLD-FOUND)
               END-IF
           END-IF
           IF WS-FLD-FOUND > 0
               ADD 1 TO WS-FLD-TOTAL(WS-FLD-FOUND)
               EVALUATE TRUE
                   WHEN EXC-TYPE-LENGTH
                       ADD 1 TO WS-FLD-LENGTH(WS-FLD-FOUND)
      *    The minimum-length lines carry the rule's minimum in
      *    EXC-DEFINED-LENGTH, not the field's width - only a
      *    length line says what the field is defined as.
                       MOVE EXC-DEFINED-LENGTH
                           TO WS-FLD-DEFINED(WS-FLD-FOUND)
                   WHEN EXC-TYPE-DATA-CLASS
                       ADD 1 TO WS-FLD-CLASS(WS-FLD-FOUND)
                   WHEN OTHER
                       ADD 1 TO WS-FLD-FORMAT(WS-FLD-FOUND)
               END-EVALUATE
               IF EXC-ACTUAL-LENGTH > WS-FLD-LONGEST(WS-FLD-FOUND)
                   MOVE EXC-ACTUAL-LENGTH
                       TO WS-FLD-LONGEST(WS-FLD-FOUND)
               END-IF
           END-IF.

       2600-SCAN-ONE-FIELD.
           IF WS-FLD-FEED-ID(WS-FLD-INDEX) = EXC-FEED-ID
              AND WS-FLD-NAME(WS-FLD-INDEX) = EXC-FIELD-NAME
               MOVE WS-FLD-INDEX TO WS-FLD-FOUND
               MOVE WS-FLD-COUNT TO WS-FLD-INDEX
           END-IF.

      *    Driven by group, but each supplier is handled whole the
      *    first time one of its groups comes up: one dataset, all
      *    of its groups' 'A' records in order, the field list after
      *    the last.  Later groups of the same supplier are then
      *    already marked sent and pass by.
       4000-SEND-ACKNOWLEDGEMENTS.
           IF NOT WS-GRP-SENT(WS-GRP-INDEX)
               MOVE WS-GRP-FEED-ID(WS-GRP-INDEX) TO WS-SEND-FEED-ID
               IF WS-SEND-FEED-ID = SPACES
                   PERFORM 4050-REPORT-NOT-SENT
               ELSE
                   PERFORM 4100-SEND-ONE-SUPPLIER
               END-IF
           END-IF.

       4050-REPORT-NOT-SENT.
           MOVE WS-GRP-INDEX TO WS-GRP-CURRENT
           SET WS-GRP-SENT(WS-GRP-CURRENT) TO TRUE
           ADD 1 TO WS-GROUPS-NOT-SENT
           PERFORM 4200-SET-VERDICT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'GROUP ' WS-GRP-CURRENT ' BUSINESS DATE '
               WS-GRP-BUS-DATE(WS-GRP-CURRENT)
               '  NO FEED ID ON HEADER - NOT SENT  VERDICT '
               WS-VERDICT DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4800-REPORT-GROUP-COUNTS
           DISPLAY 'LENFACK: GROUP ' WS-GRP-CURRENT
               ' HAS NO FEED ID - NO RECEIPT SENT'.

       4100-SEND-ONE-SUPPLIER.
           MOVE SPACES TO WS-ACK-DSN
           STRING WS-DSN-PREFIX DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-SEND-FEED-ID DELIMITED BY SPACE
               INTO WS-ACK-DSN
           MOVE WS-GRP-INDEX TO WS-GRP-LAST
           PERFORM 4150-FIND-LAST-GROUP
                   VARYING WS-GRP-SCAN FROM WS-GRP-INDEX BY 1
                   UNTIL WS-GRP-SCAN > WS-GRP-COUNT
           MOVE 0 TO WS-FEED-FIELD-COUNT
           PERFORM 4160-COUNT-FEED-FIELD
                   VARYING WS-FLD-INDEX FROM 1 BY 1
                   UNTIL WS-FLD-INDEX > WS-FLD-COUNT
           IF WS-FEED-FIELD-COUNT > WS-MAX-FIELDS
               MOVE WS-MAX-FIELDS TO WS-FIELDS-FOLLOWING
           ELSE
               MOVE WS-FEED-FIELD-COUNT TO WS-FIELDS-FOLLOWING
           END-IF
           OPEN OUTPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'LENFACK: FATAL - ' WS-ACK-DSN
                   ' OPEN OUTPUT STATUS ' WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4300-ACKNOWLEDGE-ONE-GROUP
                   VARYING WS-GRP-SCAN FROM WS-GRP-INDEX BY 1
                   UNTIL WS-GRP-SCAN > WS-GRP-LAST
           CLOSE ACK-FILE
           ADD 1 TO WS-SUPPLIERS-SENT
           DISPLAY 'LENFACK: RECEIPT FOR ' WS-SEND-FEED-ID
               ' WRITTEN TO ' WS-ACK-DSN.

       4150-FIND-LAST-GROUP.
           IF WS-GRP-FEED-ID(WS-GRP-SCAN) = WS-SEND-FEED-ID
               MOVE WS-GRP-SCAN TO WS-GRP-LAST
           END-IF.

       4160-COUNT-FEED-FIELD.
           IF WS-FLD-FEED-ID(WS-FLD-INDEX) = WS-SEND-FEED-ID
               ADD 1 TO WS-FEED-FIELD-COUNT
           END-IF.

      *    Balance and loading decide REJECTED; past that, any
      *    record cut, refused, flagged or repeated - or any field
      *    exception for the supplier, which catches the WARN-level
      *    format failures the record counts do not show - makes
      *    it ACCEPTED-WITH-ERRORS.  The field exceptions are the
      *    supplier's for the night, so with two groups both carry
      *    them.  WS-GRP-CURRENT names the group on entry.
       4200-SET-VERDICT.
           MOVE 0 TO WS-FEED-FIELD-COUNT
           MOVE WS-GRP-FEED-ID(WS-GRP-CURRENT) TO WS-SEND-FEED-ID
           PERFORM 4160-COUNT-FEED-FIELD
                   VARYING WS-FLD-INDEX FROM 1 BY 1
                   UNTIL WS-FLD-INDEX > WS-FLD-COUNT
           EVALUATE TRUE
               WHEN WS-GRP-BALANCE(WS-GRP-CURRENT) NOT = 'B'
                   MOVE 'REJECTED' TO WS-VERDICT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-GRP-READ(WS-GRP-CURRENT) > 0
                AND WS-GRP-PASSED(WS-GRP-CURRENT) = 0
                AND WS-GRP-TRUNCATED(WS-GRP-CURRENT) = 0
                   MOVE 'REJECTED' TO WS-VERDICT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-GRP-TRUNCATED(WS-GRP-CURRENT) > 0
                 OR WS-GRP-REJECTED(WS-GRP-CURRENT) > 0
                 OR WS-GRP-CLASS-FLAGGED(WS-GRP-CURRENT) > 0
                 OR WS-GRP-DUPLICATE(WS-GRP-CURRENT) > 0
                 OR WS-GRP-REPEAT(WS-GRP-CURRENT) = 'R'
                 OR WS-FEED-FIELD-COUNT > 0
                   MOVE 'ACCEPTED-WITH-ERRORS' TO WS-VERDICT
                   ADD 1 TO WS-WITH-ERRORS-COUNT
               WHEN OTHER
                   MOVE 'ACCEPTED' TO WS-VERDICT
                   ADD 1 TO WS-ACCEPTED-COUNT
           END-EVALUATE.

       4300-ACKNOWLEDGE-ONE-GROUP.
           IF WS-GRP-FEED-ID(WS-GRP-SCAN) = WS-SEND-FEED-ID
               MOVE WS-GRP-SCAN TO WS-GRP-CURRENT
               PERFORM 4200-SET-VERDICT
               SET WS-GRP-SENT(WS-GRP-CURRENT) TO TRUE
               MOVE SPACES TO ACK-RECORD
               SET ACK-IS-ACKNOWLEDGEMENT TO TRUE
               MOVE WS-SEND-FEED-ID TO ACK-FEED-ID
               MOVE WS-GRP-BUS-DATE(WS-GRP-CURRENT) TO ACK-BUSINESS-DATE
               MOVE WS-GRP-RUN-DATE(WS-GRP-CURRENT) TO ACK-RUN-DATE
               MOVE WS-GRP-RUN-TIME(WS-GRP-CURRENT) TO ACK-RUN-TIME
               MOVE WS-GRP-READ(WS-GRP-CURRENT) TO ACK-RECORDS-READ
               MOVE WS-GRP-PASSED(WS-GRP-CURRENT) TO ACK-RECORDS-PASSED
               MOVE WS-GRP-TRUNCATED(WS-GRP-CURRENT)
                   TO ACK-RECORDS-TRUNCATED
               MOVE WS-GRP-REJECTED(WS-GRP-CURRENT)
                   TO ACK-RECORDS-REJECTED
               MOVE WS-GRP-CLASS-FLAGGED(WS-GRP-CURRENT)
                   TO ACK-RECORDS-CLASS-FLAGGED
               MOVE WS-GRP-DUPLICATE(WS-GRP-CURRENT)
                   TO ACK-RECORDS-DUP-KEYED
               MOVE WS-GRP-TRL-COUNT(WS-GRP-CURRENT)
                   TO ACK-TRAILER-COUNT
               MOVE WS-GRP-BALANCE(WS-GRP-CURRENT) TO ACK-BALANCE-STATUS
               MOVE WS-GRP-REPEAT(WS-GRP-CURRENT) TO ACK-REPEAT-STATUS
               MOVE WS-VERDICT TO ACK-VERDICT
               IF WS-GRP-CURRENT = WS-GRP-LAST
                   MOVE WS-FIELDS-FOLLOWING TO ACK-FIELDS-FOLLOWING
               ELSE
                   MOVE 0 TO ACK-FIELDS-FOLLOWING
               END-IF
               PERFORM 4700-WRITE-ACK-RECORD
               ADD 1 TO WS-ACKS-WRITTEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'FEED ' WS-SEND-FEED-ID ' BUSINESS DATE '
                   WS-GRP-BUS-DATE(WS-GRP-CURRENT) '  VERDICT '
                   WS-VERDICT '  SENT TO ' WS-ACK-DSN
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 4800-REPORT-GROUP-COUNTS
               IF WS-GRP-CURRENT = WS-GRP-LAST
                   PERFORM 4500-WRITE-ONE-WORST-FIELD
                           VARYING WS-RANK FROM 1 BY 1
                           UNTIL WS-RANK > WS-FIELDS-FOLLOWING
                   IF WS-FEED-FIELD-COUNT > WS-FIELDS-FOLLOWING
                       MOVE SPACES TO WS-DETAIL-LINE
                       COMPUTE WS-COUNT-EDITED =
                           WS-FEED-FIELD-COUNT - WS-FIELDS-FOLLOWING
                       STRING '    ' WS-COUNT-EDITED
                           ' FURTHER FIELDS WITH EXCEPTIONS NOT LISTED'
                           DELIMITED BY SIZE INTO WS-DETAIL-LINE
                       MOVE WS-DETAIL-LINE TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-IF.

      *    Worst first by repeated scan - the pick's total is zeroed
      *    once it is written, so the next scan finds the next worst.
       4500-WRITE-ONE-WORST-FIELD.
           MOVE 0 TO WS-FLD-PICK
           PERFORM 4550-SCAN-ONE-WORST
                   VARYING WS-FLD-INDEX FROM 1 BY 1
                   UNTIL WS-FLD-INDEX > WS-FLD-COUNT
           MOVE SPACES TO ACK-EXCEPTION-RECORD
           SET ACE-IS-FIELD-EXCEPTION TO TRUE
           MOVE WS-SEND-FEED-ID TO ACE-FEED-ID
           MOVE WS-GRP-BUS-DATE(WS-GRP-CURRENT) TO ACE-BUSINESS-DATE
           MOVE WS-RANK TO ACE-RANK
           MOVE WS-FLD-NAME(WS-FLD-PICK) TO ACE-FIELD-NAME
           MOVE WS-FLD-TOTAL(WS-FLD-PICK) TO ACE-EXCEPTION-COUNT
           MOVE WS-FLD-LENGTH(WS-FLD-PICK) TO ACE-LENGTH-COUNT
           MOVE WS-FLD-CLASS(WS-FLD-PICK) TO ACE-CLASS-COUNT
           MOVE WS-FLD-FORMAT(WS-FLD-PICK) TO ACE-FORMAT-COUNT
           MOVE WS-FLD-DEFINED(WS-FLD-PICK) TO ACE-DEFINED-LENGTH
           MOVE WS-FLD-LONGEST(WS-FLD-PICK) TO ACE-LONGEST-LENGTH
           PERFORM 4750-WRITE-FIELD-RECORD
           ADD 1 TO WS-FIELD-LINES-WRITTEN
           MOVE WS-FLD-TOTAL(WS-FLD-PICK) TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '    ' WS-RANK ' ' WS-FLD-NAME(WS-FLD-PICK)
               ' EXCEPTIONS ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-FLD-TOTAL(WS-FLD-PICK).

       4550-SCAN-ONE-WORST.
           IF WS-FLD-FEED-ID(WS-FLD-INDEX) = WS-SEND-FEED-ID
              AND WS-FLD-TOTAL(WS-FLD-INDEX) > 0
               IF WS-FLD-PICK = 0
                   MOVE WS-FLD-INDEX TO WS-FLD-PICK
               ELSE
                   IF WS-FLD-TOTAL(WS-FLD-INDEX) >
                           WS-FLD-TOTAL(WS-FLD-PICK)
                       MOVE WS-FLD-INDEX TO WS-FLD-PICK
                   END-IF
               END-IF
           END-IF.

       4700-WRITE-ACK-RECORD.
           WRITE ACK-RECORD
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'LENFACK: FATAL - ' WS-ACK-DSN
                   ' WRITE STATUS ' WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4750-WRITE-FIELD-RECORD.
           WRITE ACK-EXCEPTION-RECORD
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'LENFACK: FATAL - ' WS-ACK-DSN
                   ' WRITE STATUS ' WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4800-REPORT-GROUP-COUNTS.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '  READ ' WS-GRP-READ(WS-GRP-CURRENT)
               ' PASSED ' WS-GRP-PASSED(WS-GRP-CURRENT)
               ' TRUNC ' WS-GRP-TRUNCATED(WS-GRP-CURRENT)
               ' REJECT ' WS-GRP-REJECTED(WS-GRP-CURRENT)
               ' CLASS ' WS-GRP-CLASS-FLAGGED(WS-GRP-CURRENT)
               ' DUP ' WS-GRP-DUPLICATE(WS-GRP-CURRENT)
               ' TRAILER ' WS-GRP-TRL-COUNT(WS-GRP-CURRENT)
               ' BAL ' WS-GRP-BALANCE(WS-GRP-CURRENT)
               ' ' WS-GRP-REPEAT(WS-GRP-CURRENT)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       7000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'GROUPS ACCEPTED             ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WITH-ERRORS-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'GROUPS ACCEPTED-WITH-ERRORS ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'GROUPS REJECTED             ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GROUPS-NOT-SENT TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'GROUPS NOT SENT (NO FEED ID)' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUPPLIERS-SENT TO WS-COUNT-EDITED
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'SUPPLIER RECEIPTS WRITTEN   ' WS-COUNT-EDITED
               DELIMITED BY SIZE INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       8000-FINALIZE.
           CLOSE EXCEPTION-REPORT REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENFACK.
