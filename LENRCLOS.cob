           SELECT REPORT-FILE ASSIGN TO "LENRCLRP"
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
                              ==EXC-DISP-USER== BY ==XV-DISP-USER==
                              ==EXC-DISP-DATE== BY ==XV-DISP-DATE==
                              ==EXC-DISP-TIME== BY ==XV-DISP-TIME==
                              ==EXC-FEED-ID== BY ==XV-FEED-ID==
                              ==EXC-CHAR-LENGTH==
                                  BY ==XV-CHAR-LENGTH==.

      *    One record per outstanding resubmission - opened when the
      *    extract goes out, closed when the re-feed lands clean,

       FD  EXCEPTION-REPORT.
       COPY EXCFILE.
      *    Byte-54 control flags, as everywhere LENEXCPT is read
      *    sequentially - see 7000-WRITE-CONTROL-TOTALS in
      *    lenBatch.cob.
       01  EXC-SUMMARY-RECORD.
           05  FILLER                  PIC X(53).
           05  SUM-RECORD-TYPE         PIC X(1).
               88  SUM-IS-SUMMARY             VALUE 'S'.
               88  SUM-IS-FEED-SUBTOTAL       VALUE 'F'.
           05  FILLER                  PIC X(256).

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-VSAM-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-RSO-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-ITEMS-OVERAGE            PIC 9(9)  VALUE 0.
       01  WS-COUNT-EDITED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-DETAIL-LINE              PIC X(132).
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENRCLOS' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           IF NOT WS-FIRST-RUN
               PERFORM 2000-RETIRE-AND-LOAD
               WS-ITEMS-AGED
           DISPLAY 'LENRCLOS: OPEN OVER ' WS-REPORT-AGE ' DAYS'
               '              = ' WS-ITEMS-OVERAGE
           MOVE WS-OUT-COUNT       TO LG-RECORDS-READ
           MOVE WS-ITEMS-OPENED    TO LG-RECORDS-WRITTEN
           MOVE WS-ITEMS-AGED      TO LG-RECORDS-SKIPPED
           MOVE WS-ITEMS-OVERAGE   TO LG-RECORDS-BREACHED
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.
       8000-FINALIZE.
           CLOSE OUTSTANDING-FILE EXCEPTION-VSAM INPUT-FILE
               EXCEPTION-REPORT REPORT-FILE.

       COPY LENLGRPD.
       END PROGRAM LENRCLOS.
