      *****************************************************************
      * AUDTFILE - disposition audit-log record layout.
      * Written by LENXREV every time a disposition is applied
      * (RESUBMIT, ACCEPTED or CORRECTED), and by LENXAUTO for each
      * disposition a standing policy applies - AUD-USER-ID is then
      * LENXAUTO and AUD-TERMINAL carries the policy ID, a batch
      * step having no terminal - and read by the daily audit
      * report (LENXAUDR).  LENXREV also writes one every time a
      * user cleared for full values is shown a sensitive field's
      * value in full: AUD-AFTER-DISP is then 'FULL VIEW ' and
      * AUD-BEFORE-DISP the disposition as it stood, unchanged by
      * the view, so the log answers who has seen a customer's
      * data as well as who decided what.  Append-only: the key
      * ends in a sequence byte so two dispositions of the same
      * exception in the same second still land as two records, and
      * nothing ever rewrites or deletes an entry - accepting a
      * truncated customer record is a business decision somebody
      * owns, and this file is where that ownership lives.
      *****************************************************************
       01  AUD-RECORD.
           05  AUD-KEY.
               10  AUD-EXC-KEY         PIC X(53).
               10  AUD-DATE            PIC X(8).
               10  AUD-TIME            PIC X(6).
               10  AUD-SEQ             PIC 9(2).
