       01  WS-HIST-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-CICS-RESP                PIC S9(8) COMP VALUE 0.
      *    RIDFLD for the path browse is the 10-byte alternate key,
      *    not the 53-byte base key.
       01  WS-PATH-RIDFLD              PIC X(10) VALUE SPACES.
       01  WS-ROW-COUNT                PIC 9(2)  VALUE 0.
       01  WS-ROW-INDEX                PIC 9(2)  VALUE 0.
