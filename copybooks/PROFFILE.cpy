      *****************************************************************
      * PROFFILE - field length-profile record layout.
      * LENBATCH counts the significant length of every rule field
      * it checks - clean records and exceptions alike - and writes
      * the counts to LENLPROF, one record per feed, field, defined
      * width and length seen.  LENXHIST folds each night's LENLPROF
      * into LENPHIST, the permanent profile history the monthly
      * width report (LENXWDTH) reads.  Keyed run-date first, the
      * same as HISTFILE, so the history browses in calendar order.
      * The same key can appear more than once on one LENLPROF -
      * LENBATCH writes its counts at every checkpoint and starts
      * again - so readers add PRF-RECORD-COUNT, never replace it.
      *****************************************************************
       01  PRF-RECORD.
           05  PRF-KEY.
               10  PRF-RUN-DATE        PIC X(8).
               10  PRF-JOB-NAME        PIC X(8).
               10  PRF-RUN-TIME        PIC X(6).
               10  PRF-FEED-ID         PIC X(8).
               10  PRF-FIELD-NAME      PIC X(20).
      *        The rule's business max-length the field was held to.
               10  PRF-DEFINED-LENGTH  PIC 9(4).
               10  PRF-ACTUAL-LENGTH   PIC 9(4).
           05  PRF-RECORD-COUNT        PIC 9(9).
