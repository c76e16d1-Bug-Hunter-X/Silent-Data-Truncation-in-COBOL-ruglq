      *****************************************************************
      * LENXLINM - symbolic map for the LENXLINQ run-ledger inquiry
      * transaction, hand-maintained to match bms/LENXLINM.bms field
      * for field; COPY this into WORKING-STORAGE wherever the map is
      * SENT or RECEIVEd rather than hand-building the attribute/
      * length/data triplets.
      *
      * NOT the literal output of a BMS assembly - the twelve
      * discrete LROW1I ... LROW12I groups a real assembler would
      * emit are folded into the LXLIROWI OCCURS 12 TIMES table
      * below, byte for byte identical, exactly as LENXHINM.cpy does
      * for LENXHINQ's twelve rows.
      *****************************************************************
       01  LXLISELI.
           05  FILLER                  PIC X(12).
           05  SDATEL                  PIC S9(4) COMP.
           05  SDATEF                  PIC X.
           05  FILLER REDEFINES SDATEF.
               10  SDATEA              PIC X.
           05  SDATEI                  PIC X(8).
           05  SPROGL                  PIC S9(4) COMP.
           05  SPROGF                  PIC X.
           05  FILLER REDEFINES SPROGF.
               10  SPROGA              PIC X.
           05  SPROGI                  PIC X(8).
           05  SMSGL                   PIC S9(4) COMP.
           05  SMSGF                   PIC X.
           05  FILLER REDEFINES SMSGF.
               10  SMSGA               PIC X.
           05  SMSGI                   PIC X(79).

       01  LXLISELO REDEFINES LXLISELI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  SDATEO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  SPROGO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  SMSGO                   PIC X(79).

      *    List map - two rows per run, six runs per screen, all
      *    protected: this transaction only ever looks.
       01  LXLILSTI.
           05  FILLER                  PIC X(12).
           05  LDATEL                  PIC S9(4) COMP.
           05  LDATEF                  PIC X.
           05  FILLER REDEFINES LDATEF.
               10  LDATEA              PIC X.
           05  LDATEI                  PIC X(8).
           05  LPROGL                  PIC S9(4) COMP.
           05  LPROGF                  PIC X.
           05  FILLER REDEFINES LPROGF.
               10  LPROGA              PIC X.
           05  LPROGI                  PIC X(8).
           05  LPAGEL                  PIC S9(4) COMP.
           05  LPAGEF                  PIC X.
           05  FILLER REDEFINES LPAGEF.
               10  LPAGEA              PIC X.
           05  LPAGEI                  PIC X(4).
           05  LXLIROWI OCCURS 12 TIMES.
               10  LROWL               PIC S9(4) COMP.
               10  LROWF               PIC X.
               10  FILLER REDEFINES LROWF.
                   15  LROWA           PIC X.
               10  LROWI               PIC X(72).
           05  LMSGL                   PIC S9(4) COMP.
           05  LMSGF                   PIC X.
           05  FILLER REDEFINES LMSGF.
               10  LMSGA               PIC X.
           05  LMSGI                   PIC X(79).

       01  LXLILSTO REDEFINES LXLILSTI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  LDATEO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  LPROGO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  LPAGEO                  PIC X(4).
           05  LXLIROWO OCCURS 12 TIMES.
               10  FILLER              PIC X(3).
               10  LROWO               PIC X(72).
           05  FILLER                  PIC X(3).
           05  LMSGO                   PIC X(79).
