       LOAD-RELIGION-CODES SECTION.
           SET RELIGION-CODES-LOADED TO TRUE.
           MOVE 0 TO WS-RELIGION-COUNT.
           OPEN INPUT ReligionCodeFile.
           IF WS-RELIGION-CODE-STATUS = "35"
               CONTINUE
           ELSE
               SET RELIGION-CODES-PRESENT TO TRUE
               PERFORM UNTIL RELIGION-EOF OR WS-RELIGION-COUNT = 40
                   READ ReligionCodeFile
                       AT END SET RELIGION-EOF TO TRUE
                   END-READ
                   IF NOT RELIGION-EOF
                       ADD 1 TO WS-RELIGION-COUNT
                       MOVE RC-CODE TO T-RC-CODE(WS-RELIGION-COUNT)
                       MOVE RC-NAME TO T-RC-NAME(WS-RELIGION-COUNT)
                       MOVE RC-CHURCH-TAX-FLAG
                           TO T-RC-CHURCH-TAX-FLAG(WS-RELIGION-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ReligionCodeFile
           END-IF.

       CHECK-RELIGION-CODE SECTION.
           IF NOT RELIGION-CODES-LOADED
               PERFORM LOAD-RELIGION-CODES
           END-IF.
           MOVE SPACES TO WS-RELIGION-NAME.
           MOVE "N" TO WS-RELIGION-TAX-SWITCH.
           IF WS-RELIGION-CHECK-CODE = SPACES
               MOVE "Y" TO WS-RELIGION-VALID-SWITCH
               MOVE "not recorded" TO WS-RELIGION-NAME
           ELSE
               MOVE "N" TO WS-RELIGION-VALID-SWITCH
               PERFORM VARYING WS-RELIGION-IDX FROM 1 BY 1
                       UNTIL WS-RELIGION-IDX > WS-RELIGION-COUNT
                   IF T-RC-CODE(WS-RELIGION-IDX) =
                       WS-RELIGION-CHECK-CODE
                       MOVE "Y" TO WS-RELIGION-VALID-SWITCH
                       MOVE T-RC-NAME(WS-RELIGION-IDX)
                           TO WS-RELIGION-NAME
                       MOVE T-RC-CHURCH-TAX-FLAG(WS-RELIGION-IDX)
                           TO WS-RELIGION-TAX-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
