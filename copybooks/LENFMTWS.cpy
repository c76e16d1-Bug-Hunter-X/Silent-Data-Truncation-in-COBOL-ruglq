      *****************************************************************
      * LENFMTWS - WORKING-STORAGE fields for the field-format check
      * that sits beside the length check: mandatory (not blank),
      * minimum length, numeric-only and email-shaped, the rule kinds
      * a LENRULES line can carry on top of its maximum length.  COPY
      * this into WORKING-STORAGE SECTION, set LF-INPUT-DATA and the
      * three rule settings, then COPY LENFMTPD into PROCEDURE
      * DIVISION and PERFORM LENFMT-CHECK-FORMAT - the same pairing
      * as LENVALWS/LENVALPD, so the batch validator, the dry-run
      * and the review screen's correction check all judge a value
      * by the one piece of logic.
      * LF-FORMAT-CODE comes back space when the value passes, or
      * the EXC-EXCEPTION-TYPE of the first check it failed - 'M'
      * mandatory field blank, 'U' under the minimum length, 'N' not
      * all digits, 'E' not shaped like an email address.  A blank
      * value on a field that is not mandatory passes every check:
      * an optional field left empty is not malformed.
      * LF-ACTUAL-LENGTH comes back as the significant length (last
      * non-space byte), the same measure the length check uses.
      *****************************************************************
       01  LF-INPUT-DATA               PIC X(200).
       01  LF-MANDATORY-FLAG           PIC X(1)  VALUE 'N'.
           88  LF-IS-MANDATORY               VALUE 'Y'.
       01  LF-MIN-LENGTH               PIC 9(4)  VALUE 0.
       01  LF-FORMAT                   PIC X(7)  VALUE SPACES.
           88  LF-FORMAT-NUMERIC             VALUE 'NUMERIC'.
           88  LF-FORMAT-EMAIL               VALUE 'EMAIL  '.
       01  LF-FORMAT-CODE              PIC X(1)  VALUE SPACE.
           88  LF-FORMAT-PASSED              VALUE SPACE.
       01  LF-ACTUAL-LENGTH            PIC 9(4)  VALUE 0.
      *    Working storage for the email test - where the '@' falls
      *    and how the part after it is made up.
       01  LF-SCAN-INDEX               PIC 9(4).
       01  LF-AT-COUNT                 PIC 9(4).
       01  LF-SPACE-COUNT              PIC 9(4).
       01  LF-DOT-COUNT                PIC 9(4).
       01  LF-LOCAL-LENGTH             PIC 9(4).
       01  LF-DOMAIN-LENGTH            PIC 9(4).
       01  LF-DOMAIN                   PIC X(200).
