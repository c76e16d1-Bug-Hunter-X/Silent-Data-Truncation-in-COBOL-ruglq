      * PIC X(100) buffers - LV-MAX-LENGTH is a business-rule
      * threshold only, never a slice point, so it cannot exceed 200
      * (their combined width) without coming back as RC 12.
      * The data-class test reads the value as UTF-8 through the
      * LENUTFWS/LENUTFPD pair, so a program using this pattern COPYs
      * those two as well; LV-CHAR-LENGTH comes back as the value's
      * length in characters beside LV-ACTUAL-LENGTH in bytes.
      *****************************************************************
       01  LV-INPUT-DATA               PIC X(200).
       01  LV-MAX-LENGTH               PIC 9(4).
       01  LV-ACTUAL-LENGTH            PIC 9(4).
       01  LV-RETURN-CODE              PIC 9(2).
       01  LV-CLASS-CODE               PIC 9(2).
       01  LV-CHAR-LENGTH              PIC 9(4).
       01  LV-COMBINED-CAPACITY        PIC 9(4).
       01  LV-SCAN-INDEX               PIC 9(4).
      *    A LINE SEQUENTIAL exception file cannot hold the control
      *    bytes a data-class failure is looking for - if this
      *    program logs LV-INPUT-DATA when LV-CLASS-CODE comes back
      *    8, log LV-SCRUBBED-VALUE instead (bad bytes swapped for
      *    '.', well-formed UTF-8 left as it is), the same way
      *    BUGSOLUTION and LENBATCH already have to.
       01  LV-SCRUBBED-VALUE           PIC X(200) VALUE SPACES.
