                   PERFORM SET-MODE-TEXT
                   DISPLAY "  " AX-TIMESTAMP " operator "
                       AX-OPERATOR-ID " via " WS-MODE-TEXT
                   IF AX-REASON NOT = SPACES
                       DISPLAY "      reason: " AX-REASON
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AccessLogFile.
                   MOVE "prot.override" TO WS-MODE-TEXT
               WHEN AX-MODE-READ-SCAN
                   MOVE "read scan" TO WS-MODE-TEXT
               WHEN AX-MODE-UNMASKED
                   MOVE "unmasked view" TO WS-MODE-TEXT
               WHEN AX-MODE-SCOPE-REFUSED
                   MOVE "scope refused" TO WS-MODE-TEXT
               WHEN AX-MODE-ARCHIVE-READ
                   MOVE "archive read" TO WS-MODE-TEXT
               WHEN OTHER
                   MOVE "unknown" TO WS-MODE-TEXT
           END-EVALUATE.
