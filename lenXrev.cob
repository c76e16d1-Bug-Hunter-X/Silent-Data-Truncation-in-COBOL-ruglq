      * EXC-KEY into LENXVSAM for random access here.
      * Pseudo-conversational: state between screens travels in
      * DFHCOMMAREA rather than task-held storage.
      *
      * A field LENRULES marks sensitive reaches LENXVSAM masked -
      * length and shape kept, the personal data starred out - and
      * that is all the correction screen shows, unless the user
      * holds READ on the LENX.PII.FULLVIEW FACILITY profile.  Then
      * the full value comes off LENXFULV, and every such view is
      * written to LENXAUDT before the screen goes out.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-COR-ACTUAL-LENGTH        PIC 9(4).
       01  WS-COR-RETURN-CODE          PIC 9(2).
       01  WS-COR-CLASS-CODE           PIC 9(2).
       01  WS-COR-CHAR-LENGTH          PIC 9(4).
       01  WS-COR-SUPPRESS-LOG         PIC X(1)  VALUE 'Y'.
       01  WS-COR-OLD-RECORD           PIC X(239).
      *    A correction to a format-rule exception (M/U/N/E) must
      *    also pass the rule it broke, judged by the same LENFMTPD
      *    logic LENBATCH applies.  The screen only knows the one
      *    rule on the exception record, so only that one is
      *    re-checked here; the nightly run judges the corrected
      *    value against the field's full rule again regardless.
       COPY LENFMTWS.
      *    Disposition attribution - the signed-on user, the
      *    terminal, and an ASKTIME/FORMATTIME timestamp stamped
      *    onto the exception record with the disposition itself,
       01  WS-AUDIT-FAIL-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-AUDIT-FAILED               VALUE 'Y'.
       01  WS-COR-MSG                  PIC X(79) VALUE SPACES.
      *    Full-value access for sensitive fields - a security
      *    profile, not a list of user IDs in here, so the privacy
      *    office grants and revokes it without a program change.
       01  WS-PII-RESOURCE             PIC X(17)
                                       VALUE 'LENX.PII.FULLVIEW'.
       01  WS-PII-ACCESS               PIC S9(8) COMP VALUE 0.
       01  WS-FULL-VIEW-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-FULL-VIEW-ALLOWED          VALUE 'Y'.
       01  WS-SHOWN-VALUE              PIC X(200) VALUE SPACES.
       01  WS-VALUE-NOTE               PIC X(79) VALUE SPACES.
       COPY AUDTFILE.
       COPY FULLFILE.
       COPY CORRFILE.
       COPY LENXREVM.

           05  CA-SEL-RUN-DATE         PIC X(8).
           05  CA-ROW-COUNT            PIC 9(2).
           05  CA-ROW-KEYS OCCURS 10 TIMES.
               10  CA-ROW-KEY          PIC X(53).
      *    Key of the exception being corrected - spaces when no
      *    correction is in flight.  Set when an operator keys C on
      *    the list, carried to the LXRC round trip, cleared when
      *    the correction lands or the operator backs out.
           05  CA-COR-KEY              PIC X(53).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(601).

      *    Every branch below ends in its own EXEC CICS RETURN
      *    TRANSID(...) COMMAREA(...) - 1000-SEND-SELECTION-MAP,
               DELIMITED BY SIZE INTO CORKEYO
           MOVE EXC-DEFINED-LENGTH   TO CORDEFO
           MOVE EXC-ACTUAL-LENGTH    TO CORACTO
           MOVE EXC-CHAR-LENGTH      TO CORCHRO
           PERFORM 7100-SHOW-ORIGINAL-VALUE
           IF WS-VALUE-NOTE = SPACES
               MOVE 'TYPE THE CORRECTED VALUE AND PRESS ENTER'
                   TO CORMSGO
           ELSE
               MOVE WS-VALUE-NOTE TO CORMSGO
           END-IF
           EXEC CICS
               SEND MAP('LENXCOR') MAPSET('LENXREVM')
                   FROM(LENXCORO) ERASE
               RETURN TRANSID('LXRC') COMMAREA(WS-COMMAREA)
           END-EXEC.

      *    Fills the three original-value rows from the exception
      *    record current in EXC-RECORD.  An exception with an entry
      *    on LENXFULV is on a sensitive field and its stored value
      *    is masked: a user cleared for full values gets the entry
      *    instead, but only once the view is on LENXAUDT - a view
      *    that cannot be logged is not shown.  The view is logged
      *    under the exception's key with the disposition unchanged
      *    before and 'FULL VIEW' after, so it never reads as a
      *    disposition.  WS-VALUE-NOTE comes back with a message
      *    for the caller to show when the value is not what is on
      *    the exception record, or is masked.
       7100-SHOW-ORIGINAL-VALUE.
           MOVE EXC-ORIGINAL-VALUE TO WS-SHOWN-VALUE
           MOVE SPACES TO WS-VALUE-NOTE
           MOVE EXC-KEY TO FUL-EXC-KEY
           EXEC CICS
               READ FILE('LENXFULV') INTO(FUL-RECORD)
                   RIDFLD(FUL-EXC-KEY)
                   RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 7150-CHECK-FULL-VIEW-ACCESS
               IF WS-FULL-VIEW-ALLOWED
                   MOVE 'N' TO WS-AUDIT-FAIL-FLAG
                   MOVE EXC-DISPOSITION TO WS-BEFORE-DISP
                   MOVE 'FULL VIEW ' TO WS-AFTER-DISP
                   PERFORM 6700-GET-TIMESTAMP
                   PERFORM 6800-WRITE-AUDIT
                   IF WS-AUDIT-FAILED
                       MOVE 'FULL VIEW NOT LOGGED - VALUE STAYS MASKED'
                           TO WS-VALUE-NOTE
                   ELSE
                       MOVE FUL-VALUE TO WS-SHOWN-VALUE
                       STRING 'FULL VALUE SHOWN - VIEW LOGGED - '
                           'TYPE THE CORRECTED VALUE AND PRESS ENTER'
                           DELIMITED BY SIZE INTO WS-VALUE-NOTE
                   END-IF
               ELSE
                   STRING 'VALUE MASKED (SENSITIVE FIELD) - '
                       'TYPE THE CORRECTED VALUE AND PRESS ENTER'
                       DELIMITED BY SIZE INTO WS-VALUE-NOTE
               END-IF
           END-IF
           MOVE WS-SHOWN-VALUE(1:72)   TO CORO1O
           MOVE WS-SHOWN-VALUE(73:72)  TO CORO2O
           MOVE WS-SHOWN-VALUE(145:56) TO CORO3O.

      *    READ access to the profile is the whole test; any other
      *    answer, including a security manager that cannot be
      *    asked, leaves the value masked.
       7150-CHECK-FULL-VIEW-ACCESS.
           MOVE 'N' TO WS-FULL-VIEW-FLAG
           EXEC CICS
               QUERY SECURITY RESCLASS('FACILITY')
                   RESID(WS-PII-RESOURCE)
                   RESIDLENGTH(LENGTH OF WS-PII-RESOURCE)
                   READ(WS-PII-ACCESS)
                   RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NORMAL)
              AND WS-PII-ACCESS = DFHVALUE(READABLE)
               SET WS-FULL-VIEW-ALLOWED TO TRUE
           END-IF.

      *    The three input rows come back as one 200-byte value and
      *    go through BUGSOLUTION against the field's own defined
      *    length before anything is written - an operator cannot
                   TO WS-COR-MSG
               PERFORM 7600-RESEND-CORRECTION-MAP
           END-IF
      *    On an under-length exception EXC-DEFINED-LENGTH is the
      *    minimum, not a ceiling - the length call then only holds
      *    the value to the 200-byte capacity.
           MOVE WS-CORRECTED-VALUE TO WS-COR-STAGING
           MOVE EXC-DEFINED-LENGTH TO WS-COR-MAX-LENGTH
           IF EXC-TYPE-MIN-LENGTH
               MOVE LENGTH OF WS-COR-STAGING TO WS-COR-MAX-LENGTH
           END-IF
           CALL 'BUGSOLUTION' USING WS-COR-STAGING WS-COR-MAX-LENGTH
               WS-COR-MODE WS-COR-TARGET WS-COR-OVERFLOW
               WS-COR-ACTUAL-LENGTH WS-COR-RETURN-CODE
               WS-COR-CLASS-CODE WS-COR-SUPPRESS-LOG
               WS-COR-CHAR-LENGTH
           MOVE WS-CORRECTED-VALUE TO LF-INPUT-DATA
           MOVE 'N' TO LF-MANDATORY-FLAG
           MOVE 0 TO LF-MIN-LENGTH
           MOVE SPACES TO LF-FORMAT
           EVALUATE TRUE
               WHEN EXC-TYPE-MANDATORY
                   MOVE 'Y' TO LF-MANDATORY-FLAG
               WHEN EXC-TYPE-MIN-LENGTH
                   MOVE EXC-DEFINED-LENGTH TO LF-MIN-LENGTH
               WHEN EXC-TYPE-NUMERIC
                   SET LF-FORMAT-NUMERIC TO TRUE
               WHEN EXC-TYPE-EMAIL
                   SET LF-FORMAT-EMAIL TO TRUE
           END-EVALUATE
           PERFORM LENFMT-CHECK-FORMAT
           IF WS-COR-RETURN-CODE = 0 AND WS-COR-CLASS-CODE NOT = 8
              AND LF-FORMAT-PASSED
               PERFORM 7700-STORE-CORRECTION
               MOVE 'CORRECTED ' TO WS-AFTER-DISP
               PERFORM 6600-APPLY-ONE-DISPOSITION
               DELIMITED BY SIZE INTO CORKEYO
           MOVE EXC-DEFINED-LENGTH   TO CORDEFO
           MOVE EXC-ACTUAL-LENGTH    TO CORACTO
           MOVE EXC-CHAR-LENGTH      TO CORCHRO
           PERFORM 7100-SHOW-ORIGINAL-VALUE
           MOVE WS-COR-MSG TO CORMSGO
           EXEC CICS
               SEND MAP('LENXCOR') MAPSET('LENXREVM')
                   END-EXEC
               END-IF
           END-IF.

       COPY LENFMTPD.
       END PROGRAM LENXREV.
