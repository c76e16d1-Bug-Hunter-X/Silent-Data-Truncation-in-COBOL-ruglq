           SELECT CRM-EXTRACT ASSIGN TO "LENCRMX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRM-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Same layout LENBATCH writes in 9800-WRITE-OVERFLOW.
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

      *    Same rules file LENBATCH validates against - the join has
      *    to know where each named field sits in the 370-byte clean
           05  CRM-FULL-VALUE          PIC X(200).
           05  FILLER                  PIC X(4).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-OVRFL-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-CLEAN-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-CLEAN-UNTOUCHED          PIC 9(9)  VALUE 0.
       01  WS-CLEAN-REUNIFIED          PIC 9(9)  VALUE 0.
       01  WS-CRM-WRITTEN              PIC 9(9)  VALUE 0.
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENREUNI' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-RULES
           PERFORM 2000-LOAD-TAILS
               WS-CLEAN-UNTOUCHED
           DISPLAY 'LENREUNI: CRM RECORDS WRITTEN   = '
               WS-CRM-WRITTEN
           MOVE WS-CLEAN-READ      TO LG-RECORDS-READ
           MOVE WS-CRM-WRITTEN     TO LG-RECORDS-WRITTEN
           COMPUTE LG-RECORDS-SKIPPED = WS-TAILS-HELD
               + WS-TAILS-ORPHANED
           PERFORM LENLGR-WRITE-END
           STOP RUN.

      *    No LENOVRFL on the run (status 35) is a normal night with
               CLOSE OVERFLOW-FILE
           END-IF
           CLOSE CLEAN-INPUT EXCEPTION-VSAM CRM-EXTRACT.

       COPY LENLGRPD.
       END PROGRAM LENREUNI.
