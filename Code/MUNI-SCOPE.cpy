       LOAD-OPERATOR-SCOPE SECTION.
           MOVE SPACES TO WS-MUNI-SCOPE-TABLE.
           MOVE SPACES TO WS-MUNI-HOME-CODE.
           SET OPERATOR-ALL-MUNICIPALITIES TO TRUE.
           MOVE "N" TO OPERATOR-EOF-SWITCH.
           OPEN INPUT OperatorMasterFile.
           IF WS-OPERATOR-MASTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL OPERATOR-EOF
                   READ OperatorMasterFile
                       AT END SET OPERATOR-EOF TO TRUE
                   END-READ
                   IF NOT OPERATOR-EOF
                       AND OM-OPERATOR-ID = WS-SIGNON-ID
                       MOVE OM-MUNICIPALITIES TO WS-MUNI-SCOPE-TABLE
                       SET OPERATOR-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE OperatorMasterFile
           END-IF.
           PERFORM VARYING WS-MUNI-IDX FROM 1 BY 1
                   UNTIL WS-MUNI-IDX > 5
               IF WS-MUNI-SCOPE-CODE(WS-MUNI-IDX) NOT = SPACES
                   MOVE "N" TO WS-MUNI-ALL-SWITCH
                   IF WS-MUNI-HOME-CODE = SPACES
                       MOVE WS-MUNI-SCOPE-CODE(WS-MUNI-IDX)
                           TO WS-MUNI-HOME-CODE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-MUNICIPALITY-SCOPE SECTION.
           SET MUNICIPALITY-IN-SCOPE TO TRUE.
           IF NOT OPERATOR-ALL-MUNICIPALITIES
               AND WS-MUNI-CHECK-CODE NOT = SPACES
               MOVE "N" TO WS-MUNI-IN-SCOPE-SWITCH
               PERFORM VARYING WS-MUNI-IDX FROM 1 BY 1
                       UNTIL WS-MUNI-IDX > 5 OR MUNICIPALITY-IN-SCOPE
                   IF WS-MUNI-SCOPE-CODE(WS-MUNI-IDX)
                           = WS-MUNI-CHECK-CODE
                       SET MUNICIPALITY-IN-SCOPE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
