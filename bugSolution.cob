      * but corrupt content is just as unsafe to move).  That result
      * comes back in LS-CLASS-CODE, a code distinct from LS-RETURN-
      * CODE, so a caller can tell "too long" apart from "bad data"
      * even when both happen on the same input.  The check reads the
      * value as UTF-8 (LENUTFWS/LENUTFPD): an accented supplier name
      * is well-formed data and passes; a stray or truncated byte, or
      * a control character, still fails with class code 8.  Length
      * is still judged in bytes - that is what the target field
      * holds - but LS-CHAR-LENGTH hands back the same value counted
      * in characters, so a caller can show a 58-character name that
      * is 63 bytes for what it is.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  EXC-TYPE-DATA-CLASS        VALUE 'C'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EXC-INPUT-VALUE         PIC X(200).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EXC-CHAR-LENGTH         PIC 9(4).
       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8)  VALUE 'BUGSOLU'.
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-EXCEPTION-FILE-OPEN      PIC X(1)  VALUE 'N'.
           88  EXCEPTION-FILE-IS-OPEN         VALUE 'Y'.
       01  WS-SCAN-INDEX                PIC 9(4).
      *    EXCEPTION-FILE is LINE SEQUENTIAL, which cannot hold the
      *    control bytes a data-class failure is looking for - any
      *    byte that fails the class check gets swapped for a '.'
      *    here before the value is logged, so the one thing we are
      *    reporting is never the one thing that crashes the write.
       01  WS-SCRUBBED-VALUE            PIC X(200) VALUE SPACES.
       01  WS-COMBINED-CAPACITY         PIC 9(4).
       COPY LENUTFWS.
       LINKAGE SECTION.
       01  LS-INPUT-DATA               PIC X(200).
       01  LS-MAX-LENGTH               PIC 9(4).
       01  LS-CLASS-CODE               PIC 9(2).
       01  LS-SUPPRESS-LOG             PIC X(1).
           88  LS-LOG-SUPPRESSED             VALUE 'Y'.
       01  LS-CHAR-LENGTH              PIC 9(4).
       PROCEDURE DIVISION USING LS-INPUT-DATA LS-MAX-LENGTH
               LS-TRUNC-MODE LS-TARGET-FIELD LS-OVERFLOW-FIELD
               LS-ACTUAL-LENGTH LS-RETURN-CODE LS-CLASS-CODE
               LS-SUPPRESS-LOG LS-CHAR-LENGTH.
       0000-MAIN.
           IF NOT LS-LOG-SUPPRESSED
               PERFORM 1000-INIT
      *    that is not the same problem as truncation so it gets its
      *    own code and its own exception record.
       1500-CHECK-DATA-CLASS.
           MOVE LS-INPUT-DATA TO LU-INPUT-DATA
           MOVE 'N' TO LU-TRANSLIT-FLAG
           PERFORM LENUTF-CHECK-VALUE
           MOVE LU-SCRUBBED-VALUE TO WS-SCRUBBED-VALUE
           MOVE LU-CLASS-CODE TO LS-CLASS-CODE
           MOVE LU-CHAR-LENGTH TO LS-CHAR-LENGTH
           IF LS-CLASS-CODE = 8 AND NOT LS-LOG-SUPPRESSED
               PERFORM 2500-WRITE-CLASS-EXCEPTION
           END-IF.

       1000-INIT.
           IF NOT EXCEPTION-FILE-IS-OPEN
               ACCEPT WS-JOB-NAME FROM ENVIRONMENT "JOB_NAME"
           MOVE LS-CLASS-CODE      TO EXC-CLASS-CODE
           SET EXC-TYPE-LENGTH     TO TRUE
           MOVE WS-SCRUBBED-VALUE  TO EXC-INPUT-VALUE
           MOVE LS-CHAR-LENGTH     TO EXC-CHAR-LENGTH
           WRITE EXC-RECORD.

       2500-WRITE-CLASS-EXCEPTION.
           MOVE LS-CLASS-CODE      TO EXC-CLASS-CODE
           SET EXC-TYPE-DATA-CLASS TO TRUE
           MOVE WS-SCRUBBED-VALUE  TO EXC-INPUT-VALUE
           MOVE LS-CHAR-LENGTH     TO EXC-CHAR-LENGTH
           WRITE EXC-RECORD.

       COPY LENUTFPD.
       END PROGRAM BUGSOLUTION.
