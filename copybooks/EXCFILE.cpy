       01  EXC-RECORD.
      *    EXC-KEY groups the fields that together identify one
      *    exception line uniquely, so online lookup (LENXREV) can
      *    key on EXC-KEY directly instead of six separate fields.
      *    The exception type is part of it: one field of one record
      *    can fail its length or class check and a format rule at
      *    once, and each failure is its own line to load, review,
      *    and count.
           05  EXC-KEY.
               10  EXC-JOB-NAME        PIC X(8).
               10  EXC-RUN-DATE        PIC X(8).
               10  EXC-RUN-TIME        PIC X(6).
               10  EXC-RECORD-KEY      PIC X(10).
               10  EXC-FIELD-NAME      PIC X(20).
      *    'L' length, 'C' data class, 'D' duplicate record key -
      *    the second and later occurrences of one IN-RECORD-KEY
      *    inside a single feed group, reported by LENBATCH with
      *    field name '*DUPKEY*' and kept off the clean output.
      *    The format rule kinds on LENRULES each have their own
      *    type so every report can count them apart: 'M' mandatory
      *    field blank, 'U' under the rule's minimum length (the
      *    minimum rides in EXC-DEFINED-LENGTH), 'N' not all
      *    digits, 'E' not shaped like an email address.
               10  EXC-EXCEPTION-TYPE  PIC X(1).
                   88  EXC-TYPE-LENGTH            VALUE 'L'.
                   88  EXC-TYPE-DATA-CLASS        VALUE 'C'.
                   88  EXC-TYPE-DUP-KEY           VALUE 'D'.
                   88  EXC-TYPE-MANDATORY         VALUE 'M'.
                   88  EXC-TYPE-MIN-LENGTH        VALUE 'U'.
                   88  EXC-TYPE-NUMERIC           VALUE 'N'.
                   88  EXC-TYPE-EMAIL             VALUE 'E'.
                   88  EXC-TYPE-FORMAT            VALUE 'M' 'U' 'N' 'E'.
           05  EXC-DEFINED-LENGTH      PIC 9(4).
           05  EXC-ACTUAL-LENGTH       PIC 9(4).
           05  EXC-SEVERITY            PIC X(6).
           05  EXC-DISPOSITION         PIC X(10).
           05  EXC-ORIGINAL-VALUE      PIC X(200).
      *    Who applied the disposition, and when - stamped by the
      *    review transaction alongside the disposition itself, and
      *    mirrored to the append-only audit log (AUDTFILE).  Blank
      *    until a disposition is applied; LENXAUTO when a standing
      *    policy applied it rather than an operator.
           05  EXC-DISP-USER           PIC X(8).
           05  EXC-DISP-DATE           PIC X(8).
           05  EXC-DISP-TIME           PIC X(6).
      *    traced back to the vendor that caused it.  Blank on
      *    records written before the field existed.
           05  EXC-FEED-ID             PIC X(8).
      *    The offending value's length in characters, beside
      *    EXC-ACTUAL-LENGTH in bytes - the same for plain ASCII,
      *    shorter when the value carries UTF-8 accented letters, so
      *    a 58-character name that is 63 bytes can be told apart
      *    from one that is genuinely too long.  Spaces on records
      *    written before the field existed.
           05  EXC-CHAR-LENGTH         PIC 9(4).
