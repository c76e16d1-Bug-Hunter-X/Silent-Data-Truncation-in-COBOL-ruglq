       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENXLINQ.
      *
      * Online run-ledger inquiry.  The morning summary (LENLSTAT)
      * is printed once; when the day shift wants to know whether a
      * rerun has finished, or what a step said on a night last
      * week, this transaction reads LENLEDGR directly.  It takes a
      * start date (today offered) and optionally one program, and
      * lists every run the ledger holds for it: start and end time,
      * return code, the four counts and the step's one-line status,
      * strictly read-only.  A run whose begin entry has no end entry
      * behind it shows dashes for the end and the return code - it
      * is still running, or it abended or stopped on a fatal error.
      * LENLEDGR's key leads with the start date and then the
      * program, so both questions are a straight GTEQ browse on a
      * key prefix; each run's begin and end entries sit next to each
      * other and are merged into one two-line row here.
      * Pseudo-conversational like LENXHINQ: state travels in
      * DFHCOMMAREA, and paging re-browses from the top and skips the
      * runs earlier pages showed - one day's ledger is a few dozen
      * runs, not millions.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CICS-RESP                PIC S9(8) COMP VALUE 0.
       COPY LEDGFILE.
       01  WS-LGR-RIDFLD               PIC X(23) VALUE SPACES.
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-TODAY-DATE               PIC X(8)  VALUE SPACES.
       01  WS-RUN-COUNT                PIC 9(2)  VALUE 0.
       01  WS-ROW-INDEX                PIC 9(2)  VALUE 0.
       01  WS-SKIP-COUNT               PIC 9(4)  VALUE 0.
       01  WS-SKIP-TARGET              PIC 9(4)  VALUE 0.
       01  WS-MORE-ROWS-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-MORE-ROWS-EXIST            VALUE 'Y'.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-BROWSE-DONE                VALUE 'Y'.
       01  WS-BROWSE-STARTED-FLAG      PIC X(1)  VALUE 'N'.
           88  WS-BROWSE-STARTED             VALUE 'Y'.
      *    The run being assembled from its begin and end entries,
      *    held until the next entry shows it is complete.
       01  WS-RUN-PENDING-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RUN-PENDING                VALUE 'Y'.
       01  WS-RUN-ENDED-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-RUN-ENDED                  VALUE 'Y'.
       01  WS-RUN-PROGRAM              PIC X(8).
       01  WS-RUN-TIME                 PIC X(6).
       01  WS-RUN-END-TIME             PIC X(6).
       01  WS-RUN-RC                   PIC 9(4).
       01  WS-RUN-READ                 PIC 9(9).
       01  WS-RUN-WRITTEN              PIC 9(9).
       01  WS-RUN-SKIPPED              PIC 9(9).
       01  WS-RUN-BREACHED             PIC 9(9).
       01  WS-RUN-STATUS               PIC X(60).
       01  WS-END-SHOWN                PIC X(6).
       01  WS-RC-SHOWN                 PIC X(4).
       01  WS-READ-EDITED              PIC Z(8)9.
       01  WS-WRITTEN-EDITED           PIC Z(8)9.
       01  WS-SKIPPED-EDITED           PIC Z(8)9.
       01  WS-BREACHED-EDITED          PIC Z(8)9.
       01  WS-ROW-TEXT                 PIC X(72).
       01  WS-PAGE-EDITED              PIC Z9(3).
       COPY LENXLINM.

      *    Selection and position across the pseudo-conversational
      *    round trip - the date (and program, if one was given)
      *    being looked at and which page of its runs is on screen.
      *    DFHCOMMAREA below is sized to match this group exactly.
       01  WS-COMMAREA.
           05  CA-RUN-DATE             PIC X(8).
           05  CA-PROGRAM              PIC X(8).
           05  CA-PAGE                 PIC 9(4).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(20).

      *    Every branch below ends in its own EXEC CICS RETURN
      *    TRANSID(...) COMMAREA(...), the same shape as LENXHINQ.
       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-SELECTION-MAP
           ELSE
               MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA)
                   TO WS-COMMAREA
               EVALUATE EIBTRNID
                   WHEN 'LXLS'
                       PERFORM 2000-RECEIVE-SELECTION
                   WHEN 'LXLL'
                       PERFORM 3000-HANDLE-LIST-AID
                   WHEN OTHER
                       PERFORM 1000-SEND-SELECTION-MAP
               END-EVALUATE
           END-IF.

       1000-SEND-SELECTION-MAP.
           MOVE SPACES TO CA-RUN-DATE
           MOVE SPACES TO CA-PROGRAM
           MOVE 0 TO CA-PAGE
           PERFORM 1100-GET-TODAY
           MOVE SPACES TO LXLISELO
           MOVE WS-TODAY-DATE TO SDATEO
           MOVE 'ENTER A RUN DATE, AND A PROGRAM IF WANTED, THEN ENTER'
               TO SMSGO
           EXEC CICS
               SEND MAP('LXLISEL') MAPSET('LENXLINM')
                   FROM(LXLISELO) ERASE
           END-EXEC
           EXEC CICS
               RETURN TRANSID('LXLS') COMMAREA(WS-COMMAREA)
           END-EXEC.

       1100-GET-TODAY.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.

      *    The date offered on the selection map goes out without its
      *    modified tag, so an operator who just presses ENTER has
      *    changed nothing and CICS answers the RECEIVE with MAPFAIL
      *    rather than data.  That is the ordinary way in, not an
      *    error: it is taken as both fields left empty, and an empty
      *    date means today, which is what was offered.
       2000-RECEIVE-SELECTION.
           EXEC CICS
               RECEIVE MAP('LXLISEL') MAPSET('LENXLINM')
                   INTO(LXLISELI)
                   RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO SDATEI
               MOVE LOW-VALUES TO SPROGI
           END-IF
           IF SDATEI = SPACES OR SDATEI = LOW-VALUES
               PERFORM 1100-GET-TODAY
               MOVE WS-TODAY-DATE TO CA-RUN-DATE
           ELSE
               IF SDATEI NOT NUMERIC
                   MOVE SPACES TO LXLISELO
                   MOVE SDATEI TO SDATEO
                   MOVE 'RUN DATE MUST BE YYYYMMDD' TO SMSGO
                   EXEC CICS
                       SEND MAP('LXLISEL') MAPSET('LENXLINM')
                           FROM(LXLISELO) ERASE
                   END-EXEC
                   EXEC CICS
                       RETURN TRANSID('LXLS') COMMAREA(WS-COMMAREA)
                   END-EXEC
               END-IF
               MOVE SDATEI TO CA-RUN-DATE
           END-IF
           IF SPROGI = SPACES OR SPROGI = LOW-VALUES
               MOVE SPACES TO CA-PROGRAM
           ELSE
               MOVE SPROGI TO CA-PROGRAM
           END-IF
           MOVE 0 TO CA-PAGE
           PERFORM 4000-BUILD-AND-SEND-LIST.

      *    The list map has no unprotected fields, so there is
      *    nothing to RECEIVE - the AID key alone says what the
      *    operator wants.  ENTER re-reads the same page, which is
      *    how a run still going shows its end once it has one.
       3000-HANDLE-LIST-AID.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 1000-SEND-SELECTION-MAP
               WHEN DFHPF8
                   ADD 1 TO CA-PAGE
                   PERFORM 4000-BUILD-AND-SEND-LIST
               WHEN OTHER
                   PERFORM 4000-BUILD-AND-SEND-LIST
           END-EVALUATE.

      *    A page past the end (PF8 one time too many) backs down to
      *    the last page that still exists rather than sending a
      *    blank screen.
       4000-BUILD-AND-SEND-LIST.
           PERFORM 4100-BROWSE-ONE-PAGE
           PERFORM UNTIL WS-RUN-COUNT > 0 OR CA-PAGE = 0
               SUBTRACT 1 FROM CA-PAGE
               PERFORM 4100-BROWSE-ONE-PAGE
           END-PERFORM
           PERFORM 5000-SEND-LIST-MAP.

      *    One browse from the first entry for the date (and
      *    program), skipping the runs earlier pages already showed,
      *    filling six runs, and peeking one run further to know
      *    whether PF8 has anywhere to go.
       4100-BROWSE-ONE-PAGE.
           MOVE SPACES TO LXLILSTO
           COMPUTE WS-SKIP-TARGET = CA-PAGE * 6
           MOVE 0 TO WS-SKIP-COUNT
           MOVE 0 TO WS-RUN-COUNT
           MOVE 'N' TO WS-MORE-ROWS-FLAG
           MOVE 'N' TO WS-BROWSE-DONE-FLAG
           MOVE 'N' TO WS-BROWSE-STARTED-FLAG
           MOVE 'N' TO WS-RUN-PENDING-FLAG
           MOVE LOW-VALUES TO WS-LGR-RIDFLD
           MOVE CA-RUN-DATE TO WS-LGR-RIDFLD(1:8)
           IF CA-PROGRAM NOT = SPACES
               MOVE CA-PROGRAM TO WS-LGR-RIDFLD(9:8)
           END-IF
           EXEC CICS
               STARTBR FILE('LENLEDGR') RIDFLD(WS-LGR-RIDFLD)
                   GTEQ
                   RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-STARTED TO TRUE
           ELSE
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 4200-TAKE-ONE-ENTRY
                   UNTIL WS-BROWSE-DONE
           IF WS-RUN-PENDING AND NOT WS-MORE-ROWS-EXIST
               PERFORM 4400-PLACE-RUN
           END-IF
           IF WS-BROWSE-STARTED
               EXEC CICS
                   ENDBR FILE('LENLEDGR')
                       RESP(WS-CICS-RESP)
               END-EXEC
           END-IF.

      *    An end entry completes the run held when it is that run's
      *    end; anything else first lets the held run go, then starts
      *    a new one.  An end with no begin before it (the begin
      *    write failed) stands as a run on its own.
       4200-TAKE-ONE-ENTRY.
           EXEC CICS
               READNEXT FILE('LENLEDGR') RIDFLD(WS-LGR-RIDFLD)
                   INTO(LGR-RECORD)
                   RESP(WS-CICS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN LGR-RUN-DATE NOT = CA-RUN-DATE
                   SET WS-BROWSE-DONE TO TRUE
               WHEN CA-PROGRAM NOT = SPACES
                AND LGR-PROGRAM NOT = CA-PROGRAM
                   SET WS-BROWSE-DONE TO TRUE
               WHEN LGR-IS-END
                AND WS-RUN-PENDING
                AND LGR-PROGRAM = WS-RUN-PROGRAM
                AND LGR-RUN-TIME = WS-RUN-TIME
                   PERFORM 4300-TAKE-END
                   PERFORM 4400-PLACE-RUN
               WHEN OTHER
                   IF WS-RUN-PENDING
                       PERFORM 4400-PLACE-RUN
                   END-IF
                   IF NOT WS-BROWSE-DONE
                       PERFORM 4250-TAKE-BEGIN
                       IF LGR-IS-END
                           PERFORM 4300-TAKE-END
                           PERFORM 4400-PLACE-RUN
                       END-IF
                   END-IF
           END-EVALUATE.

       4250-TAKE-BEGIN.
           SET WS-RUN-PENDING TO TRUE
           MOVE 'N' TO WS-RUN-ENDED-FLAG
           MOVE LGR-PROGRAM       TO WS-RUN-PROGRAM
           MOVE LGR-RUN-TIME      TO WS-RUN-TIME
           MOVE SPACES            TO WS-RUN-END-TIME
           MOVE 0                 TO WS-RUN-RC
           MOVE 0                 TO WS-RUN-READ
           MOVE 0                 TO WS-RUN-WRITTEN
           MOVE 0                 TO WS-RUN-SKIPPED
           MOVE 0                 TO WS-RUN-BREACHED
           MOVE LGR-STATUS-TEXT   TO WS-RUN-STATUS.

       4300-TAKE-END.
           SET WS-RUN-ENDED TO TRUE
           MOVE LGR-EVENT-TIME    TO WS-RUN-END-TIME
           MOVE LGR-RETURN-CODE   TO WS-RUN-RC
           MOVE LGR-RECORDS-READ  TO WS-RUN-READ
           MOVE LGR-RECORDS-WRITTEN TO WS-RUN-WRITTEN
           MOVE LGR-RECORDS-SKIPPED TO WS-RUN-SKIPPED
           MOVE LGR-RECORDS-BREACHED TO WS-RUN-BREACHED
           MOVE LGR-STATUS-TEXT   TO WS-RUN-STATUS.

      *    Two screen rows per run: times, return code and counts,
      *    then the status indented beneath.
       4400-PLACE-RUN.
           MOVE 'N' TO WS-RUN-PENDING-FLAG
           EVALUATE TRUE
               WHEN WS-SKIP-COUNT < WS-SKIP-TARGET
                   ADD 1 TO WS-SKIP-COUNT
               WHEN WS-RUN-COUNT = 6
                   SET WS-MORE-ROWS-EXIST TO TRUE
                   SET WS-BROWSE-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-RUN-COUNT
                   COMPUTE WS-ROW-INDEX = WS-RUN-COUNT * 2 - 1
                   IF WS-RUN-ENDED
                       MOVE WS-RUN-END-TIME TO WS-END-SHOWN
                       MOVE WS-RUN-RC TO WS-RC-SHOWN
                   ELSE
                       MOVE '------' TO WS-END-SHOWN
                       MOVE '----' TO WS-RC-SHOWN
                       MOVE
                       'NO END ENTRY - RUNNING, ABENDED OR FATAL STOP'
                           TO WS-RUN-STATUS
                   END-IF
                   MOVE WS-RUN-READ     TO WS-READ-EDITED
                   MOVE WS-RUN-WRITTEN  TO WS-WRITTEN-EDITED
                   MOVE WS-RUN-SKIPPED  TO WS-SKIPPED-EDITED
                   MOVE WS-RUN-BREACHED TO WS-BREACHED-EDITED
                   MOVE SPACES TO WS-ROW-TEXT
                   STRING WS-RUN-PROGRAM ' '
                       WS-RUN-TIME ' '
                       WS-END-SHOWN ' '
                       WS-RC-SHOWN ' '
                       WS-READ-EDITED ' '
                       WS-WRITTEN-EDITED ' '
                       WS-SKIPPED-EDITED ' '
                       WS-BREACHED-EDITED
                       DELIMITED BY SIZE INTO WS-ROW-TEXT
                   MOVE WS-ROW-TEXT TO LROWO(WS-ROW-INDEX)
                   ADD 1 TO WS-ROW-INDEX
                   MOVE SPACES TO WS-ROW-TEXT
                   STRING '   ' WS-RUN-STATUS
                       DELIMITED BY SIZE INTO WS-ROW-TEXT
                   MOVE WS-ROW-TEXT TO LROWO(WS-ROW-INDEX)
           END-EVALUATE.

       5000-SEND-LIST-MAP.
           MOVE CA-RUN-DATE TO LDATEO
           MOVE CA-PROGRAM TO LPROGO
           COMPUTE WS-PAGE-EDITED = CA-PAGE + 1
           MOVE WS-PAGE-EDITED TO LPAGEO
           EVALUATE TRUE
               WHEN WS-RUN-COUNT = 0
                   MOVE 'NO RUNS ON THE LEDGER FOR THAT DATE'
                       TO LMSGO
               WHEN WS-MORE-ROWS-EXIST
                   MOVE 'MORE RUNS - PF8 FOR THE NEXT PAGE'
                       TO LMSGO
               WHEN OTHER
                   MOVE 'END OF RUNS FOR THIS DATE'
                       TO LMSGO
           END-EVALUATE
           EXEC CICS
               SEND MAP('LXLILST') MAPSET('LENXLINM')
                   FROM(LXLILSTO) ERASE
           END-EXEC
           EXEC CICS
               RETURN TRANSID('LXLL') COMMAREA(WS-COMMAREA)
           END-EXEC.
       END PROGRAM LENXLINQ.
