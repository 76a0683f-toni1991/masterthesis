       01 WS-ERROR-COUNT PIC 9(3) VALUE 0.
       01 WS-CONDITION-COUNT PIC 9(3) VALUE 0.
       01 WS-STEP-COUNT PIC 9(3) VALUE 0.
       01 WS-DUP-INPUT-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                               TO CE-CRITICAL-FLAG(WS-ENTRY-COUNT)
                           ADD 1 TO WS-BAD-RC-COUNT
                       END-IF
                       IF BS-STATUS = "DUP-INPUT"
                           ADD 1 TO WS-DUP-INPUT-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BatchStatusFile
           DISPLAY "Condition entries:  " WS-CONDITION-COUNT.
           DISPLAY "Critical entries:   " WS-CRITICAL-COUNT.
           DISPLAY "Non-zero step RCs:  " WS-BAD-RC-COUNT.
           DISPLAY "Duplicate inputs:   " WS-DUP-INPUT-COUNT.
           IF WS-CRITICAL-COUNT = 0 AND WS-BAD-RC-COUNT = 0
               DISPLAY "VERDICT: OK - nothing critical overnight."
           ELSE
