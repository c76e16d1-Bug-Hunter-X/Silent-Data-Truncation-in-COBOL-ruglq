      *****************************************************************
      * LENMSKPD - PROCEDURE DIVISION logic for the sensitive-value
      * mask.  COPY into PROCEDURE DIVISION alongside LENMSKWS in
      * WORKING-STORAGE.  Paragraph names are prefixed LENMSK- (not
      * numbered) so this copybook drops into any program's
      * paragraph numbering without colliding, the same as LENVALPD.
      *****************************************************************
       LENMSK-MASK-VALUE.
           MOVE SPACES TO LM-MASKED-VALUE
           PERFORM LENMSK-SCAN-FOR-LAST-BYTE
                   VARYING LM-SCAN-INDEX FROM LENGTH OF LM-INPUT-DATA
                   BY -1
               UNTIL LM-SCAN-INDEX = 0
                  OR LM-INPUT-DATA(LM-SCAN-INDEX:1) NOT = SPACE
           MOVE LM-SCAN-INDEX TO LM-BYTE-LENGTH
           PERFORM LENMSK-MASK-ONE-BYTE
                   VARYING LM-SCAN-INDEX FROM 1 BY 1
                   UNTIL LM-SCAN-INDEX > LM-BYTE-LENGTH.

       LENMSK-SCAN-FOR-LAST-BYTE.
           CONTINUE.

       LENMSK-MASK-ONE-BYTE.
           MOVE LM-INPUT-DATA(LM-SCAN-INDEX:1) TO LM-BYTE
           IF LM-BYTE-SHAPE
              OR (LM-SCAN-INDEX < 3 AND LM-BYTE-PRINTABLE)
               MOVE LM-BYTE TO LM-MASKED-VALUE(LM-SCAN-INDEX:1)
           ELSE
               MOVE '*' TO LM-MASKED-VALUE(LM-SCAN-INDEX:1)
           END-IF.
