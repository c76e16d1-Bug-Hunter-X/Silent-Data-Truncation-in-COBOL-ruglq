           SELECT RESUB-FILE ASSIGN TO "LENRESUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LENLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-KEY
               FILE STATUS IS LG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Same renamed EXCFILE layout as LENXLOAD uses, for the
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

       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
               10  RSB-DEFINED-LENGTH  PIC 9(4).
               10  RSB-ACTUAL-LENGTH   PIC 9(4).

       FD  LEDGER-FILE.
       COPY LEDGFILE.

       WORKING-STORAGE SECTION.
       01  WS-VSAM-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-INPUT-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-RECORDS-WRITTEN          PIC 9(9)  VALUE 0.
       01  WS-EXCEPTIONS-FLAGGED       PIC 9(9)  VALUE 0.
       01  WS-KEYS-UNMATCHED           PIC 9(9)  VALUE 0.
       COPY LENLGRWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LENRESUB' TO LG-PROGRAM
           PERFORM LENLGR-WRITE-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-RESUBMITS
           IF WS-RESUB-COUNT = 0
               WS-EXCEPTIONS-FLAGGED
           DISPLAY 'LENRESUB: KEYS NOT ON LENINPUT = '
               WS-KEYS-UNMATCHED
           MOVE WS-EXCEPTIONS-READ TO LG-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO LG-RECORDS-WRITTEN
           MOVE WS-KEYS-UNMATCHED  TO LG-RECORDS-SKIPPED
           PERFORM LENLGR-WRITE-END
           STOP RUN.

       1000-INITIALIZE.

       8000-FINALIZE.
           CLOSE EXCEPTION-VSAM INPUT-FILE RESUB-FILE.

       COPY LENLGRPD.
       END PROGRAM LENRESUB.
