      * original value - the history is for trend numbers and
      * disposition accountability, and the value itself stays in
      * the daily LENEXCPT/LENXVSAM files.
      * The exception type closes the key, as it does EXCFILE's, so
      * a field that failed two different checks in one run keeps
      * both lines here too.
      * A records-read totals record (HIST-TYPE-TOTALS, record key
      * spaces, field name '*TOTALS*') is written once per run from
      * the LENEXCPT summary trailer, so rates per records-read can
               10  HIST-RUN-TIME       PIC X(6).
               10  HIST-RECORD-KEY     PIC X(10).
               10  HIST-FIELD-NAME     PIC X(20).
               10  HIST-EXCEPTION-TYPE PIC X(1).
                   88  HIST-TYPE-LENGTH           VALUE 'L'.
                   88  HIST-TYPE-DATA-CLASS       VALUE 'C'.
                   88  HIST-TYPE-DUP-KEY          VALUE 'D'.
                   88  HIST-TYPE-MANDATORY        VALUE 'M'.
                   88  HIST-TYPE-MIN-LENGTH       VALUE 'U'.
                   88  HIST-TYPE-NUMERIC          VALUE 'N'.
                   88  HIST-TYPE-EMAIL            VALUE 'E'.
                   88  HIST-TYPE-TOTALS           VALUE 'S'.
           05  HIST-DEFINED-LENGTH    PIC 9(4).
           05  HIST-ACTUAL-LENGTH     PIC 9(4).
           05  HIST-SEVERITY          PIC X(6).
           05  HIST-DISPOSITION       PIC X(10).
           05  HIST-RECORDS-READ      PIC 9(9).
