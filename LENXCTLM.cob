      *   ESCALAGE - 3 digits 001-999 (LENXREV reads bytes 1-3)
      *   CHKPFREQ - 8 digits 00000001-99999999
      *   SEVMODE  - WARN, REJECT or FATAL
      *   DUPFEED  - REJECT or FLAG (LENBATCH's repeat-transmission
      *              rule)
      * Any other key is stored as typed - room for the next
      * tunable - but flagged on the message line so a misspelt
      * known key does not quietly become a dead record.
                       MOVE 'SEVMODE MUST BE WARN, REJECT OR FATAL'
                           TO WS-RESULT-MSG
                   END-IF
               WHEN 'DUPFEED '
                   IF WS-NEW-VALUE = 'REJECT  ' OR 'FLAG    '
                       SET WS-VALUE-VALID TO TRUE
                   ELSE
                       MOVE 'DUPFEED MUST BE REJECT OR FLAG'
                           TO WS-RESULT-MSG
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-KNOWN-FLAG
                   IF WS-NEW-VALUE = SPACES
