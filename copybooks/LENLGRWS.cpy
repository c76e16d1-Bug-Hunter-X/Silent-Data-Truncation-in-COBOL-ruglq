      *****************************************************************
      * LENLGRWS - WORKING-STORAGE fields for the run ledger.  COPY
      * this into WORKING-STORAGE SECTION and COPY LENLGRPD into the
      * PROCEDURE DIVISION, with LEDGER-FILE selected on "LENLEDGR"
      * (INDEXED, RANDOM, RECORD KEY LGR-KEY, FILE STATUS
      * LG-FILE-STATUS) and its FD holding COPY LEDGFILE.
      *
      * Move the program name to LG-PROGRAM and PERFORM
      * LENLGR-WRITE-START first thing.  At the normal end, with
      * RETURN-CODE already set, fill the counts below (and
      * LG-STATUS-TEXT if the step has something better to say than
      * its return code) and PERFORM LENLGR-WRITE-END just before
      * STOP RUN.  The ledger is a record of the run, not part of
      * it: a ledger that cannot be opened or written gets a warning
      * on SYSOUT and the step carries on with its own return code.
      *****************************************************************
       01  LG-FILE-STATUS              PIC X(2)  VALUE '00'.
       01  LG-PROGRAM                  PIC X(8)  VALUE SPACES.
       01  LG-START-DATE               PIC X(8)  VALUE SPACES.
       01  LG-START-TIME               PIC X(6)  VALUE SPACES.
       01  LG-RETURN-CODE              PIC 9(4)  VALUE 0.
       01  LG-RECORDS-READ             PIC 9(9)  VALUE 0.
       01  LG-RECORDS-WRITTEN          PIC 9(9)  VALUE 0.
       01  LG-RECORDS-SKIPPED          PIC 9(9)  VALUE 0.
       01  LG-RECORDS-BREACHED         PIC 9(9)  VALUE 0.
       01  LG-STATUS-TEXT              PIC X(60) VALUE SPACES.
