                   MOVE CONTROL-COUNT TO WS-EXPECTED-COUNT
               ELSE
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                   PERFORM CHECK-MUNICIPALITY-SCOPE
                   EVALUATE TRUE
                   WHEN NOT MUNICIPALITY-IN-SCOPE
                       CONTINUE
                   WHEN PROTECTED-PERSON
                       AND NOT OPERATOR-IS-SUPERVISOR
                       DISPLAY "PERSON-ID " PERSON-ID
                           " (protected - details restricted "
                           "to supervisors)"
                   WHEN OTHER
                       PERFORM COMPUTE-AGE
                       PERFORM MASK-PERSON-DOB
                       DISPLAY "Age: " WS-FM-AGE-TEXT SPACE "Name: "
                           SURNAME ", " FIRSTNAME
                       IF PROTECTED-PERSON
                           MOVE "O" TO WS-ACCESS-MODE
                       ELSE
                           MOVE "R" TO WS-ACCESS-MODE
                       END-IF
                       PERFORM LOG-ACCESS-ENTRY
                   END-EVALUATE
                   ADD 1 TO WS-CHECKPOINT-COUNTER
                   IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
                       PERFORM SAVE-CHECKPOINT
