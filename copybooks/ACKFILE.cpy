      *****************************************************************
      * ACKFILE - supplier acknowledgement record layouts.
      * Written by LENFACK after LENBATCH, one outbound dataset per
      * supplier feed, so the transmission job can send each vendor
      * its own receipt and nobody else's.  Each HDR/TRL group the
      * supplier sent gets one 'A' record - its LENBATCH 'F'
      * subtotal and a verdict - and the supplier's worst fields
      * follow as 'E' records, worst first, up to the cap.  The
      * exception lines on LENEXCPT carry the feed id but not the
      * group, so a supplier that sent two groups in one night gets
      * its field list once, after the last of its 'A' records, and
      * covering both; ACK-FIELDS-FOLLOWING says how many follow
      * each 'A' (zero on the earlier groups).  No field values are
      * carried - field names, counts and lengths only.
      * Both layouts are the same 150 bytes, told apart by byte 1.
      *****************************************************************
       01  ACK-RECORD.
           05  ACK-RECORD-TYPE         PIC X(1).
               88  ACK-IS-ACKNOWLEDGEMENT     VALUE 'A'.
           05  ACK-FEED-ID             PIC X(8).
           05  ACK-BUSINESS-DATE       PIC X(8).
      *    LENBATCH's run date and time - the run that read the feed.
           05  ACK-RUN-DATE            PIC X(8).
           05  ACK-RUN-TIME            PIC X(6).
           05  ACK-RECORDS-READ        PIC 9(9).
           05  ACK-RECORDS-PASSED      PIC 9(9).
           05  ACK-RECORDS-TRUNCATED   PIC 9(9).
           05  ACK-RECORDS-REJECTED    PIC 9(9).
           05  ACK-RECORDS-CLASS-FLAGGED PIC 9(9).
           05  ACK-RECORDS-DUP-KEYED   PIC 9(9).
      *    What the supplier's own trailer claimed, beside what was
      *    read - 'B' when count and key hash both agreed, 'U' when
      *    they did not or the trailer never arrived.
           05  ACK-TRAILER-COUNT       PIC 9(9).
           05  ACK-BALANCE-STATUS      PIC X(1).
               88  ACK-IN-BALANCE             VALUE 'B'.
               88  ACK-OUT-OF-BALANCE         VALUE 'U'.
      *    'R' when the group repeated an earlier transmission and
      *    was loaded anyway under the FLAG duplicate-feed rule.
           05  ACK-REPEAT-STATUS       PIC X(1).
               88  ACK-IS-REPEAT              VALUE 'R'.
      *    REJECTED - out of balance, or nothing in the group could
      *    be loaded; ACCEPTED-WITH-ERRORS - loaded, but some records
      *    were cut, refused, flagged or repeated, or a field broke
      *    a rule; ACCEPTED - loaded clean.
           05  ACK-VERDICT             PIC X(20).
               88  ACK-ACCEPTED               VALUE 'ACCEPTED'.
               88  ACK-ACCEPTED-WITH-ERRORS
                                   VALUE 'ACCEPTED-WITH-ERRORS'.
               88  ACK-REJECTED               VALUE 'REJECTED'.
           05  ACK-FIELDS-FOLLOWING    PIC 9(3).
           05  FILLER                  PIC X(31).
      *    One of the supplier's worst fields for the night: every
      *    exception line LENBATCH logged against it, split by kind,
      *    with the defined width and the longest value seen.
       01  ACK-EXCEPTION-RECORD.
           05  ACE-RECORD-TYPE         PIC X(1).
               88  ACE-IS-FIELD-EXCEPTION     VALUE 'E'.
           05  ACE-FEED-ID             PIC X(8).
           05  ACE-BUSINESS-DATE       PIC X(8).
           05  ACE-RANK                PIC 9(3).
           05  ACE-FIELD-NAME          PIC X(20).
           05  ACE-EXCEPTION-COUNT     PIC 9(9).
           05  ACE-LENGTH-COUNT        PIC 9(9).
           05  ACE-CLASS-COUNT         PIC 9(9).
      *    Mandatory, minimum-length, numeric and email failures.
           05  ACE-FORMAT-COUNT        PIC 9(9).
           05  ACE-DEFINED-LENGTH      PIC 9(4).
           05  ACE-LONGEST-LENGTH      PIC 9(4).
           05  FILLER                  PIC X(66).
