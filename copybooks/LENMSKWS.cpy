      *****************************************************************
      * LENMSKWS - WORKING-STORAGE fields for the sensitive-value
      * mask.  COPY this into WORKING-STORAGE SECTION, set
      * LM-INPUT-DATA, then COPY LENMSKPD into PROCEDURE DIVISION
      * and PERFORM LENMSK-MASK-VALUE - the same pairing as LENVALWS/
      * LENVALPD, so LENBATCH's exception copies and any report that
      * prints a customer value hide it the one way.
      *
      * The mask keeps what a review decision needs and nothing
      * else: the value's length in bytes, so where it overran its
      * slot is still plain; its first two characters, so two
      * exceptions on the same record can be told apart; and the
      * spaces, '@' and '.' that give a name, an address or an
      * email address its shape.  Every other byte up to the last
      * non-space one becomes '*'.  A first or second byte that is
      * not plain printable ASCII - part of a UTF-8 accented
      * letter - is masked too, so the mask never shows half a
      * character.
      *
      * Comes back populated:
      *   LM-BYTE-LENGTH     significant length in bytes (last non-
      *                      space byte), unchanged by the mask
      *   LM-MASKED-VALUE    the value as it may be shown or stored
      *                      where the full value must not be
      *****************************************************************
       01  LM-INPUT-DATA               PIC X(200).
       01  LM-MASKED-VALUE             PIC X(200) VALUE SPACES.
       01  LM-BYTE-LENGTH              PIC 9(4)  VALUE 0.
       01  LM-SCAN-INDEX               PIC 9(4).
       01  LM-BYTE                     PIC X(1).
           88  LM-BYTE-PRINTABLE             VALUE X'21' THRU X'7E'.
           88  LM-BYTE-SHAPE                 VALUE SPACE '@' '.'.
