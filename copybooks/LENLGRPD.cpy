      *****************************************************************
      * LENLGRPD - PROCEDURE DIVISION logic for the run ledger.  COPY
      * into PROCEDURE DIVISION alongside LENLGRWS in WORKING-STORAGE.
      * Paragraph names are prefixed LENLGR- (not numbered) so this
      * copybook drops into any program's paragraph numbering
      * without colliding, the same as LENVALPD.
      *
      * The file is opened and closed around each entry rather than
      * held for the run, so a step that abends between its two
      * entries leaves a begin entry safely on the ledger and
      * nothing open behind it.
      *****************************************************************
       LENLGR-WRITE-START.
           ACCEPT LG-START-DATE FROM DATE YYYYMMDD
           ACCEPT LG-START-TIME FROM TIME
           MOVE SPACES           TO LGR-RECORD
           MOVE LG-START-DATE    TO LGR-RUN-DATE
           MOVE LG-PROGRAM       TO LGR-PROGRAM
           MOVE LG-START-TIME    TO LGR-RUN-TIME
           SET LGR-IS-BEGIN      TO TRUE
           MOVE LG-START-DATE    TO LGR-EVENT-DATE
           MOVE LG-START-TIME    TO LGR-EVENT-TIME
           MOVE 0                TO LGR-RETURN-CODE
           MOVE 0                TO LGR-RECORDS-READ
           MOVE 0                TO LGR-RECORDS-WRITTEN
           MOVE 0                TO LGR-RECORDS-SKIPPED
           MOVE 0                TO LGR-RECORDS-BREACHED
           MOVE 'STARTED'        TO LGR-STATUS-TEXT
           PERFORM LENLGR-WRITE-ENTRY.

      *    RETURN-CODE is taken as it stands - the caller settles it
      *    first.  A step that leaves LG-STATUS-TEXT blank gets a
      *    line that says what its return code means.
       LENLGR-WRITE-END.
           MOVE RETURN-CODE      TO LG-RETURN-CODE
           MOVE SPACES           TO LGR-RECORD
           MOVE LG-START-DATE    TO LGR-RUN-DATE
           MOVE LG-PROGRAM       TO LGR-PROGRAM
           MOVE LG-START-TIME    TO LGR-RUN-TIME
           SET LGR-IS-END        TO TRUE
           ACCEPT LGR-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT LGR-EVENT-TIME FROM TIME
           MOVE LG-RETURN-CODE   TO LGR-RETURN-CODE
           MOVE LG-RECORDS-READ  TO LGR-RECORDS-READ
           MOVE LG-RECORDS-WRITTEN
                                 TO LGR-RECORDS-WRITTEN
           MOVE LG-RECORDS-SKIPPED
                                 TO LGR-RECORDS-SKIPPED
           MOVE LG-RECORDS-BREACHED
                                 TO LGR-RECORDS-BREACHED
           IF LG-STATUS-TEXT NOT = SPACES
               MOVE LG-STATUS-TEXT TO LGR-STATUS-TEXT
           ELSE
               EVALUATE LG-RETURN-CODE
                   WHEN 0
                       MOVE 'ENDED NORMALLY' TO LGR-STATUS-TEXT
                   WHEN 4
                       MOVE 'ENDED WITH WARNINGS - SEE SYSOUT'
                           TO LGR-STATUS-TEXT
                   WHEN 8
                       MOVE 'ENDED WITH ERRORS - SEE REPORT AND SYSOUT'
                           TO LGR-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'ENDED IN FAILURE - SEE SYSOUT'
                           TO LGR-STATUS-TEXT
               END-EVALUATE
           END-IF
           PERFORM LENLGR-WRITE-ENTRY
           MOVE LG-RETURN-CODE   TO RETURN-CODE.

      *    A new, empty ledger cluster will not open I-O (status 35)
      *    and is opened OUTPUT instead, the same as LENXVSAM on its
      *    first night.  A duplicate key (22) is the same program
      *    started twice in the same second - the second start is
      *    not ledgered, and the warning says so.
       LENLGR-WRITE-ENTRY.
           OPEN I-O LEDGER-FILE
           IF LG-FILE-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF LG-FILE-STATUS NOT = '00'
               DISPLAY LG-PROGRAM ': WARNING - LENLEDGR OPEN STATUS '
                   LG-FILE-STATUS ' - RUN NOT LEDGERED'
           ELSE
               WRITE LGR-RECORD
               IF LG-FILE-STATUS NOT = '00'
                   DISPLAY LG-PROGRAM ': WARNING - LENLEDGR WRITE '
                       'STATUS ' LG-FILE-STATUS ' FOR ' LGR-KEY
               END-IF
               CLOSE LEDGER-FILE
           END-IF.
