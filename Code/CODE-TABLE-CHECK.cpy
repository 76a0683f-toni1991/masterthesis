       LOAD-CODE-TABLE SECTION.
           SET CODE-TABLE-LOADED TO TRUE.
           MOVE "N" TO CODE-EOF-SWITCH.
           MOVE 0 TO WS-CODE-COUNT.
           OPEN INPUT CodeTableFile.
           IF WS-CODE-TABLE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL CODE-EOF OR WS-CODE-COUNT = 500
                   READ CodeTableFile
                       AT END SET CODE-EOF TO TRUE
                   END-READ
                   IF NOT CODE-EOF
                       ADD 1 TO WS-CODE-COUNT
                       MOVE CD-TABLE-NAME
                           TO T-CD-TABLE-NAME(WS-CODE-COUNT)
                       MOVE CD-CODE TO T-CD-CODE(WS-CODE-COUNT)
                       MOVE CD-DESCRIPTION
                           TO T-CD-DESCRIPTION(WS-CODE-COUNT)
                       MOVE CD-VALID-FROM
                           TO T-CD-VALID-FROM(WS-CODE-COUNT)
                       MOVE CD-VALID-TO
                           TO T-CD-VALID-TO(WS-CODE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CodeTableFile
           END-IF.

       CHECK-TABLE-CODE SECTION.
           IF NOT CODE-TABLE-LOADED
               PERFORM LOAD-CODE-TABLE
           END-IF.
           MOVE SPACES TO WS-CODE-DESCRIPTION.
           MOVE 0 TO WS-CODE-TABLE-ENTRIES.
           IF WS-CODE-CHECK-CODE = SPACES
               SET CODE-VALID TO TRUE
           ELSE
               SET CODE-UNKNOWN TO TRUE
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   IF T-CD-TABLE-NAME(WS-CODE-IDX) =
                       WS-CODE-CHECK-TABLE
                       ADD 1 TO WS-CODE-TABLE-ENTRIES
                       IF T-CD-CODE(WS-CODE-IDX) = WS-CODE-CHECK-CODE
                           AND NOT CODE-VALID
                           MOVE T-CD-DESCRIPTION(WS-CODE-IDX)
                               TO WS-CODE-DESCRIPTION
                           IF WS-CODE-CHECK-DATE = 0
                               OR (WS-CODE-CHECK-DATE NOT <
                                   T-CD-VALID-FROM(WS-CODE-IDX)
                               AND (T-CD-VALID-TO(WS-CODE-IDX) = 0
                                   OR WS-CODE-CHECK-DATE NOT >
                                   T-CD-VALID-TO(WS-CODE-IDX)))
                               SET CODE-VALID TO TRUE
                           ELSE
                               SET CODE-NOT-IN-FORCE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CODE-TABLE-ENTRIES = 0
                   SET CODE-TABLE-EMPTY TO TRUE
               END-IF
           END-IF.
