       LOG-SCOPE-REFUSAL SECTION.
           ADD 1 TO WS-MUNI-REFUSED-COUNT.
           DISPLAY "PERSON-ID " PERSON-ID " belongs to municipality "
               WS-MUNI-CHECK-CODE " - outside the municipalities of "
               "operator " WS-SIGNON-ID ", refused.".
           MOVE WS-SIGNON-ID TO AX-OPERATOR-ID.
           MOVE PERSON-ID TO AX-PERSON-ID.
           ACCEPT WS-MUNI-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MUNI-STAMP-TIME FROM TIME.
           STRING WS-MUNI-STAMP-DATE DELIMITED BY SIZE
               WS-MUNI-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO AX-TIMESTAMP
           END-STRING.
           SET AX-MODE-SCOPE-REFUSED TO TRUE.
           MOVE SPACES TO AX-REASON.
           STRING "municipality " DELIMITED BY SIZE
               WS-MUNI-CHECK-CODE DELIMITED BY SIZE
               " via " DELIMITED BY SIZE
               WS-MUNI-PROGRAM DELIMITED BY SPACE
               INTO AX-REASON
           END-STRING.
           OPEN EXTEND AccessLogFile.
           IF WS-ACCESS-LOG-STATUS = "35"
               CLOSE AccessLogFile
               OPEN OUTPUT AccessLogFile
           END-IF.
           WRITE ACCESS-LOG-RECORD.
           CLOSE AccessLogFile.
