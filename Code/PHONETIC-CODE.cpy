       BUILD-PHONETIC-CODE SECTION.
           INSPECT WS-PHON-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "0000" TO WS-PHON-OUT.
           MOVE WS-PHON-IN(1:1) TO WS-PHON-OUT(1:1).
           MOVE WS-PHON-IN(1:1) TO WS-PHON-CHAR.
           PERFORM GRADE-PHONETIC-CHAR.
           MOVE WS-PHON-DIGIT TO WS-PHON-PREV.
           MOVE 1 TO WS-PHON-POS.
           PERFORM VARYING WS-PHON-IDX FROM 2 BY 1
                   UNTIL WS-PHON-IDX > 10 OR WS-PHON-POS = 4
               MOVE WS-PHON-IN(WS-PHON-IDX:1) TO WS-PHON-CHAR
               PERFORM GRADE-PHONETIC-CHAR
               IF WS-PHON-DIGIT NOT = "0"
                   AND WS-PHON-DIGIT NOT = "-"
                   IF WS-PHON-DIGIT NOT = WS-PHON-PREV
                       ADD 1 TO WS-PHON-POS
                       MOVE WS-PHON-DIGIT
                           TO WS-PHON-OUT(WS-PHON-POS:1)
                   END-IF
               END-IF
               IF WS-PHON-DIGIT NOT = "-"
                   MOVE WS-PHON-DIGIT TO WS-PHON-PREV
               END-IF
           END-PERFORM.

       GRADE-PHONETIC-CHAR SECTION.
           EVALUATE TRUE
               WHEN WS-PHON-CHAR = "B" OR WS-PHON-CHAR = "F"
                   OR WS-PHON-CHAR = "P" OR WS-PHON-CHAR = "V"
                   MOVE "1" TO WS-PHON-DIGIT
               WHEN WS-PHON-CHAR = "C" OR WS-PHON-CHAR = "G"
                   OR WS-PHON-CHAR = "J" OR WS-PHON-CHAR = "K"
                   OR WS-PHON-CHAR = "Q" OR WS-PHON-CHAR = "S"
                   OR WS-PHON-CHAR = "X" OR WS-PHON-CHAR = "Z"
                   MOVE "2" TO WS-PHON-DIGIT
               WHEN WS-PHON-CHAR = "D" OR WS-PHON-CHAR = "T"
                   MOVE "3" TO WS-PHON-DIGIT
               WHEN WS-PHON-CHAR = "L"
                   MOVE "4" TO WS-PHON-DIGIT
               WHEN WS-PHON-CHAR = "M" OR WS-PHON-CHAR = "N"
                   MOVE "5" TO WS-PHON-DIGIT
               WHEN WS-PHON-CHAR = "R"
                   MOVE "6" TO WS-PHON-DIGIT
               WHEN WS-PHON-CHAR = "H" OR WS-PHON-CHAR = "W"
                   MOVE "-" TO WS-PHON-DIGIT
               WHEN OTHER
                   MOVE "0" TO WS-PHON-DIGIT
           END-EVALUATE.
