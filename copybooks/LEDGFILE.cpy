      *****************************************************************
      * LEDGFILE - job-stream run ledger record layout.
      * Every batch step writes two entries to LENLEDGR: a 'B' when
      * it starts and an 'E' when it finishes, both keyed on the
      * date and time the run started so the pair sits together and
      * the begin sorts ahead of its end.  A 'B' with no 'E' behind
      * it is a run that abended, or stopped on a fatal error before
      * it reached its normal end.  Keyed start-date first, the same
      * as HISTFILE, so the ledger browses in calendar order; the
      * morning summary (LENLSTAT) and the online inquiry (LENXLINQ)
      * both read it that way.
      *
      * The four counts mean what each program's own end-of-run
      * DISPLAYs mean - records or lines read, written, skipped or
      * set aside - and BREACHED is whatever that step counts as
      * over a limit: threshold breaches on the gates, records cut
      * or refused by LENBATCH, review items past age, rejected
      * supplier groups.  Zero where the step has no such notion.
      *****************************************************************
       01  LGR-RECORD.
           05  LGR-KEY.
               10  LGR-RUN-DATE        PIC X(8).
               10  LGR-PROGRAM         PIC X(8).
               10  LGR-RUN-TIME        PIC X(6).
               10  LGR-ENTRY-TYPE      PIC X(1).
                   88  LGR-IS-BEGIN           VALUE 'B'.
                   88  LGR-IS-END             VALUE 'E'.
      *    When the entry itself was written - the start again on a
      *    'B', the finish on an 'E'.
           05  LGR-EVENT-DATE          PIC X(8).
           05  LGR-EVENT-TIME          PIC X(6).
           05  LGR-RETURN-CODE         PIC 9(4).
           05  LGR-RECORDS-READ        PIC 9(9).
           05  LGR-RECORDS-WRITTEN     PIC 9(9).
           05  LGR-RECORDS-SKIPPED     PIC 9(9).
           05  LGR-RECORDS-BREACHED    PIC 9(9).
           05  LGR-STATUS-TEXT         PIC X(60).
           05  FILLER                  PIC X(13).
