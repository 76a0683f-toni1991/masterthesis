       COMPUTE-CERT-CODE SECTION.
           MOVE 1234 TO WS-CV-FIRST.
           MOVE 4321 TO WS-CV-SECOND.
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1 UNTIL WS-CV-IDX > 20
               COMPUTE WS-CV-WORK = WS-CV-FIRST * 31
                   + WS-CV-DIGIT(WS-CV-IDX) + WS-CV-IDX
               DIVIDE WS-CV-WORK BY 9973 GIVING WS-CV-QUOTIENT
                   REMAINDER WS-CV-FIRST
               COMPUTE WS-CV-WORK = WS-CV-SECOND * 17
                   + WS-CV-DIGIT(WS-CV-IDX) * WS-CV-IDX + 7
               DIVIDE WS-CV-WORK BY 9949 GIVING WS-CV-QUOTIENT
                   REMAINDER WS-CV-SECOND
           END-PERFORM.
           MOVE WS-CV-FIRST TO WS-CV-CODE-FIRST.
           MOVE "-" TO WS-CV-CODE-DASH.
           MOVE WS-CV-SECOND TO WS-CV-CODE-SECOND.
