           05  FILLER REDEFINES CORACTF.
               10  CORACTA             PIC X.
           05  CORACTI                 PIC X(4).
           05  CORCHRL                 PIC S9(4) COMP.
           05  CORCHRF                 PIC X.
           05  FILLER REDEFINES CORCHRF.
               10  CORCHRA             PIC X.
           05  CORCHRI                 PIC X(4).
           05  CORO1L                  PIC S9(4) COMP.
           05  CORO1F                  PIC X.
           05  FILLER REDEFINES CORO1F.
           05  FILLER                  PIC X(3).
           05  CORACTO                 PIC X(4).
           05  FILLER                  PIC X(3).
           05  CORCHRO                 PIC X(4).
           05  FILLER                  PIC X(3).
           05  CORO1O                  PIC X(72).
           05  FILLER                  PIC X(3).
           05  CORO2O                  PIC X(72).
