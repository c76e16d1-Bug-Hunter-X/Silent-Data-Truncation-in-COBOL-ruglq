      *****************************************************************
      * LENUTFPD - PROCEDURE DIVISION logic for the UTF-8 data-class
      * check.  COPY into PROCEDURE DIVISION alongside LENUTFWS in
      * WORKING-STORAGE.  Paragraph names are prefixed LENUTF- (not
      * numbered) so this copybook drops into any program's
      * paragraph numbering without colliding, the same as LENVALPD.
      *
      * Walks the value a character at a time, not a byte at a time:
      * the lead byte says how long its sequence is, the bytes after
      * it must all be continuation bytes, and the walk then steps
      * over the whole sequence.  A bad byte is marked and stepped
      * over on its own, so one stray byte in the middle of a name
      * costs one '.', not the rest of the value.
      *****************************************************************
       LENUTF-CHECK-VALUE.
           MOVE 0 TO LU-CLASS-CODE LU-CHAR-LENGTH LU-ASCII-LENGTH
           MOVE SPACES TO LU-SCRUBBED-VALUE LU-ASCII-VALUE
           PERFORM LENUTF-SCAN-FOR-LAST-BYTE
                   VARYING LU-SCAN-INDEX FROM LENGTH OF LU-INPUT-DATA
                   BY -1
               UNTIL LU-SCAN-INDEX = 0
                  OR LU-INPUT-DATA(LU-SCAN-INDEX:1) NOT = SPACE
           MOVE LU-SCAN-INDEX TO LU-BYTE-LENGTH
           MOVE 1 TO LU-SCAN-INDEX
           PERFORM LENUTF-CHECK-ONE-CHAR
               UNTIL LU-SCAN-INDEX > LU-BYTE-LENGTH.

       LENUTF-SCAN-FOR-LAST-BYTE.
           CONTINUE.

      *    LU-SEQ-LENGTH comes out of the lead-byte test as the
      *    length the sequence claims, and out of the continuation
      *    test as zero if the bytes after it do not bear that out.
       LENUTF-CHECK-ONE-CHAR.
           MOVE LU-INPUT-DATA(LU-SCAN-INDEX:1) TO LU-LEAD-BYTE
           EVALUATE TRUE
               WHEN LU-LEAD-ASCII
                   MOVE 1 TO LU-SEQ-LENGTH
               WHEN LU-LEAD-2-BYTE
                   MOVE 2 TO LU-SEQ-LENGTH
               WHEN LU-LEAD-3-BYTE
                   MOVE 3 TO LU-SEQ-LENGTH
               WHEN LU-LEAD-4-BYTE
                   MOVE 4 TO LU-SEQ-LENGTH
               WHEN OTHER
                   MOVE 0 TO LU-SEQ-LENGTH
           END-EVALUATE
           IF LU-SEQ-LENGTH > 1
               PERFORM LENUTF-CHECK-CONTINUATION
           END-IF
           ADD 1 TO LU-CHAR-LENGTH
           IF LU-SEQ-LENGTH = 0
               MOVE '.' TO LU-SCRUBBED-VALUE(LU-SCAN-INDEX:1)
               MOVE 8 TO LU-CLASS-CODE
               IF LU-TRANSLITERATE
                   ADD 1 TO LU-ASCII-LENGTH
                   MOVE LU-LEAD-BYTE TO
                       LU-ASCII-VALUE(LU-ASCII-LENGTH:1)
               END-IF
               ADD 1 TO LU-SCAN-INDEX
           ELSE
               MOVE LU-INPUT-DATA(LU-SCAN-INDEX:LU-SEQ-LENGTH) TO
                   LU-SCRUBBED-VALUE(LU-SCAN-INDEX:LU-SEQ-LENGTH)
               IF LU-TRANSLITERATE
                   PERFORM LENUTF-TRANSLITERATE-ONE-CHAR
               END-IF
               ADD LU-SEQ-LENGTH TO LU-SCAN-INDEX
           END-IF.

      *    A sequence that runs past the end of the value was cut
      *    short by whoever filled the field - as bad as a stray byte.
       LENUTF-CHECK-CONTINUATION.
           IF LU-SCAN-INDEX + LU-SEQ-LENGTH - 1 > LU-BYTE-LENGTH
               MOVE 0 TO LU-SEQ-LENGTH
           ELSE
               MOVE LU-INPUT-DATA(LU-SCAN-INDEX + 1:1) TO LU-NEXT-BYTE
               EVALUATE TRUE
                   WHEN LU-LEAD-BYTE = X'C2' AND LU-AFTER-C2-CONTROL
                       MOVE 0 TO LU-SEQ-LENGTH
                   WHEN LU-LEAD-BYTE = X'E0' AND NOT LU-AFTER-E0-VALID
                       MOVE 0 TO LU-SEQ-LENGTH
                   WHEN LU-LEAD-BYTE = X'ED' AND NOT LU-AFTER-ED-VALID
                       MOVE 0 TO LU-SEQ-LENGTH
                   WHEN LU-LEAD-BYTE = X'F0' AND NOT LU-AFTER-F0-VALID
                       MOVE 0 TO LU-SEQ-LENGTH
                   WHEN LU-LEAD-BYTE = X'F4' AND NOT LU-AFTER-F4-VALID
                       MOVE 0 TO LU-SEQ-LENGTH
               END-EVALUATE
               PERFORM LENUTF-CHECK-ONE-CONTINUATION
                       VARYING LU-CONT-INDEX FROM 1 BY 1
                       UNTIL LU-CONT-INDEX >= LU-SEQ-LENGTH
           END-IF.

       LENUTF-CHECK-ONE-CONTINUATION.
           MOVE LU-INPUT-DATA(LU-SCAN-INDEX + LU-CONT-INDEX:1)
               TO LU-NEXT-BYTE
           IF NOT LU-CONTINUATION
               MOVE 0 TO LU-SEQ-LENGTH
           END-IF.

      *    Only the two-byte sequences X'C3'-X'C5' are in the table;
      *    the no-break space keeps its place as a space; any other
      *    character has no ASCII spelling and is shown as '?'.
       LENUTF-TRANSLITERATE-ONE-CHAR.
           EVALUATE TRUE
               WHEN LU-SEQ-LENGTH = 1
                   ADD 1 TO LU-ASCII-LENGTH
                   MOVE LU-LEAD-BYTE TO
                       LU-ASCII-VALUE(LU-ASCII-LENGTH:1)
               WHEN LU-LEAD-BYTE = X'C3' OR X'C4' OR X'C5'
                   MOVE LU-INPUT-DATA(LU-SCAN-INDEX + 1:1)
                       TO LU-NEXT-BYTE
                   COMPUTE LU-XLT-INDEX =
                       (FUNCTION ORD(LU-LEAD-BYTE) - 196) * 64 +
                       FUNCTION ORD(LU-NEXT-BYTE) - 128
                   ADD 1 TO LU-ASCII-LENGTH
                   MOVE LU-XLT-ENTRY(LU-XLT-INDEX)(1:1) TO
                       LU-ASCII-VALUE(LU-ASCII-LENGTH:1)
                   IF LU-XLT-ENTRY(LU-XLT-INDEX)(2:1) NOT = SPACE
                       ADD 1 TO LU-ASCII-LENGTH
                       MOVE LU-XLT-ENTRY(LU-XLT-INDEX)(2:1) TO
                           LU-ASCII-VALUE(LU-ASCII-LENGTH:1)
                   END-IF
               WHEN LU-LEAD-BYTE = X'C2'
                  AND LU-INPUT-DATA(LU-SCAN-INDEX + 1:1) = X'A0'
                   ADD 1 TO LU-ASCII-LENGTH
                   MOVE SPACE TO LU-ASCII-VALUE(LU-ASCII-LENGTH:1)
               WHEN OTHER
                   ADD 1 TO LU-ASCII-LENGTH
                   MOVE '?' TO LU-ASCII-VALUE(LU-ASCII-LENGTH:1)
           END-EVALUATE.
