      * LV-CLASS-CODE comes from a pre-move data-class check - a field
      * can be the right length and still be unprintable binary
      * garbage, and that is a separate problem from truncation with
      * its own code.  That check is LENUTF-CHECK-VALUE (LENUTFPD,
      * COPYd alongside this one), the same UTF-8 reading BUGSOLUTION
      * gives it.
      *****************************************************************
       LENVAL-CHECK-LENGTH.
           MOVE SPACES TO LV-TARGET-FIELD LV-OVERFLOW-FIELD
               UNTIL LV-SCAN-INDEX = 0
                  OR LV-INPUT-DATA(LV-SCAN-INDEX:1) NOT = SPACE
           MOVE LV-SCAN-INDEX TO LV-ACTUAL-LENGTH
           PERFORM LENVAL-CHECK-DATA-CLASS
           IF LV-MAX-LENGTH > LV-COMBINED-CAPACITY
               MOVE 12 TO LV-RETURN-CODE
           ELSE
                   LV-OVERFLOW-FIELD
           END-IF.

       LENVAL-CHECK-DATA-CLASS.
           MOVE LV-INPUT-DATA TO LU-INPUT-DATA
           MOVE 'N' TO LU-TRANSLIT-FLAG
           PERFORM LENUTF-CHECK-VALUE
           MOVE LU-SCRUBBED-VALUE TO LV-SCRUBBED-VALUE
           MOVE LU-CLASS-CODE TO LV-CLASS-CODE
           MOVE LU-CHAR-LENGTH TO LV-CHAR-LENGTH.
