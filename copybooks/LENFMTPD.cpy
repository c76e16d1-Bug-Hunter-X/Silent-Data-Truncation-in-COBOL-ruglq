      *****************************************************************
      * LENFMTPD - PROCEDURE DIVISION logic for the field-format
      * check.  COPY into PROCEDURE DIVISION alongside LENFMTWS in
      * WORKING-STORAGE.  Paragraph names are prefixed LENFMT- (not
      * numbered) so this copybook drops into any program's
      * paragraph numbering without colliding, the same as LENVALPD.
      *
      * One value, one verdict: the checks run in the order an
      * operator would fix them - present at all, long enough, then
      * the right shape - and the first failure is the one reported,
      * so a blank mandatory field is an 'M', never also a 'U' and
      * an 'N' for the same empty value.  The caller owns the
      * severity (what a failure does to the record) and the
      * exception logging, exactly as with LENVAL-CHECK-LENGTH.
      *
      * The email test is a shape test, not a deliverability test:
      * one '@', something in front of it, no embedded spaces, and a
      * domain after it holding a '.' that is neither its first nor
      * its last character.  That is enough to stop the "no '@'"
      * and "name typed into the email field" garbage that a length
      * check waves through.
      *****************************************************************
       LENFMT-CHECK-FORMAT.
           MOVE SPACE TO LF-FORMAT-CODE
           PERFORM LENFMT-SCAN-FOR-LAST-BYTE
                   VARYING LF-SCAN-INDEX FROM LENGTH OF LF-INPUT-DATA
                   BY -1
               UNTIL LF-SCAN-INDEX = 0
                  OR LF-INPUT-DATA(LF-SCAN-INDEX:1) NOT = SPACE
           MOVE LF-SCAN-INDEX TO LF-ACTUAL-LENGTH
           EVALUATE TRUE
               WHEN LF-ACTUAL-LENGTH = 0
                   IF LF-IS-MANDATORY
                       MOVE 'M' TO LF-FORMAT-CODE
                   END-IF
               WHEN LF-ACTUAL-LENGTH < LF-MIN-LENGTH
                   MOVE 'U' TO LF-FORMAT-CODE
               WHEN LF-FORMAT-NUMERIC
                   IF LF-INPUT-DATA(1:LF-ACTUAL-LENGTH) NOT NUMERIC
                       MOVE 'N' TO LF-FORMAT-CODE
                   END-IF
               WHEN LF-FORMAT-EMAIL
                   PERFORM LENFMT-CHECK-EMAIL
           END-EVALUATE.

       LENFMT-SCAN-FOR-LAST-BYTE.
           CONTINUE.

       LENFMT-CHECK-EMAIL.
           MOVE 0 TO LF-AT-COUNT LF-SPACE-COUNT LF-LOCAL-LENGTH
           INSPECT LF-INPUT-DATA(1:LF-ACTUAL-LENGTH)
               TALLYING LF-AT-COUNT FOR ALL '@'
                        LF-SPACE-COUNT FOR ALL SPACE
           INSPECT LF-INPUT-DATA(1:LF-ACTUAL-LENGTH)
               TALLYING LF-LOCAL-LENGTH FOR CHARACTERS
                   BEFORE INITIAL '@'
           IF LF-AT-COUNT NOT = 1 OR LF-SPACE-COUNT > 0
              OR LF-LOCAL-LENGTH = 0
              OR LF-LOCAL-LENGTH + 1 = LF-ACTUAL-LENGTH
               MOVE 'E' TO LF-FORMAT-CODE
           ELSE
               COMPUTE LF-DOMAIN-LENGTH =
                   LF-ACTUAL-LENGTH - LF-LOCAL-LENGTH - 1
               MOVE SPACES TO LF-DOMAIN
               MOVE LF-INPUT-DATA(LF-LOCAL-LENGTH + 2:
                   LF-DOMAIN-LENGTH) TO LF-DOMAIN
               MOVE 0 TO LF-DOT-COUNT
               INSPECT LF-DOMAIN(1:LF-DOMAIN-LENGTH)
                   TALLYING LF-DOT-COUNT FOR ALL '.'
               IF LF-DOT-COUNT = 0
                  OR LF-DOMAIN(1:1) = '.'
                  OR LF-DOMAIN(LF-DOMAIN-LENGTH:1) = '.'
                   MOVE 'E' TO LF-FORMAT-CODE
               END-IF
           END-IF.
