       LOAD-LETTER-TEMPLATES SECTION.
           MOVE 0 TO WS-LT-COUNT.
           MOVE "N" TO LETTER-TEMPLATE-EOF-SWITCH.
           OPEN INPUT LetterTemplateFile.
           IF WS-LETTER-TEMPLATE-STATUS NOT = "00"
               DISPLAY "No letter template library "
                   "(lettertemplates.txt) on hand."
           ELSE
               PERFORM UNTIL LETTER-TEMPLATE-EOF OR WS-LT-COUNT = 600
                   READ LetterTemplateFile
                       AT END SET LETTER-TEMPLATE-EOF TO TRUE
                   END-READ
                   IF NOT LETTER-TEMPLATE-EOF
                       AND LT-TEMPLATE-CODE NOT = SPACES
                       ADD 1 TO WS-LT-COUNT
                       MOVE LT-TEMPLATE-CODE TO T-LT-CODE(WS-LT-COUNT)
                       MOVE LT-LANGUAGE TO T-LT-LANGUAGE(WS-LT-COUNT)
                       INSPECT T-LT-LANGUAGE(WS-LT-COUNT) CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       MOVE LT-TEXT TO T-LT-TEXT(WS-LT-COUNT)
                   END-IF
               END-PERFORM
               IF NOT LETTER-TEMPLATE-EOF
                   DISPLAY "Letter template library holds more than "
                       "600 lines - remainder ignored."
               END-IF
               CLOSE LetterTemplateFile
           END-IF.

       REQUIRE-LETTER-TEMPLATE SECTION.
           MOVE "DE" TO WS-LT-LANGUAGE.
           PERFORM FIND-LETTER-TEMPLATE.
           IF NOT LETTER-TEMPLATE-FOUND
               DISPLAY "Letter template " WS-LT-CODE
                   " missing in German from the template library."
               SET LETTER-TEMPLATES-MISSING TO TRUE
           END-IF.

       FIND-LETTER-TEMPLATE SECTION.
           MOVE "N" TO WS-LT-FOUND-SWITCH.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
                   OR LETTER-TEMPLATE-FOUND
               IF T-LT-CODE(WS-LT-IDX) = WS-LT-CODE
                   AND T-LT-LANGUAGE(WS-LT-IDX) = WS-LT-LANGUAGE
                   SET LETTER-TEMPLATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       SELECT-LETTER-TEMPLATE SECTION.
           IF WS-LT-LANGUAGE = SPACES
               MOVE "DE" TO WS-LT-LANGUAGE
           END-IF.
           PERFORM FIND-LETTER-TEMPLATE.
           IF NOT LETTER-TEMPLATE-FOUND AND WS-LT-LANGUAGE NOT = "DE"
               ADD 1 TO WS-LT-FALLBACK-COUNT
               MOVE "DE" TO WS-LT-LANGUAGE
               PERFORM FIND-LETTER-TEMPLATE
           END-IF.

       CLEAR-LETTER-VALUES SECTION.
           MOVE 0 TO WS-LT-VALUE-COUNT.
           MOVE SPACES TO WS-LT-VALUES.

       SET-LETTER-VALUE SECTION.
           MOVE 0 TO WS-LT-END-POS.
           PERFORM VARYING WS-LT-VALUE-IDX FROM 1 BY 1
                   UNTIL WS-LT-VALUE-IDX > WS-LT-VALUE-COUNT
                   OR WS-LT-END-POS > 0
               IF T-LT-TAG(WS-LT-VALUE-IDX) = WS-LT-TAG
                   MOVE WS-LT-VALUE-IDX TO WS-LT-END-POS
               END-IF
           END-PERFORM.
           IF WS-LT-END-POS = 0 AND WS-LT-VALUE-COUNT < 16
               ADD 1 TO WS-LT-VALUE-COUNT
               MOVE WS-LT-VALUE-COUNT TO WS-LT-END-POS
           END-IF.
           IF WS-LT-END-POS > 0
               MOVE WS-LT-TAG TO T-LT-TAG(WS-LT-END-POS)
               MOVE WS-LT-VALUE TO T-LT-VALUE(WS-LT-END-POS)
           END-IF.

       SET-LETTER-DATE SECTION.
           MOVE SPACES TO WS-LT-VALUE.
           IF WS-LT-DATE > 0
               STRING WS-LT-DATE-DD DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-LT-DATE-MM DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-LT-DATE-CCYY DELIMITED BY SIZE
                   INTO WS-LT-VALUE
               END-STRING
           END-IF.
           PERFORM SET-LETTER-VALUE.

       MERGE-LETTER-TEMPLATE SECTION.
           MOVE "N" TO WS-LT-FIRST-ONLY-SWITCH.
           PERFORM MERGE-SELECTED-TEMPLATE.

       MERGE-TEMPLATE-FIRST-LINE SECTION.
           MOVE "Y" TO WS-LT-FIRST-ONLY-SWITCH.
           MOVE SPACES TO WS-LT-LINE.
           PERFORM MERGE-SELECTED-TEMPLATE.

       MERGE-SELECTED-TEMPLATE SECTION.
           PERFORM SELECT-LETTER-TEMPLATE.
           IF NOT LETTER-TEMPLATE-FOUND
               DISPLAY "Letter template " WS-LT-CODE
                   " not in the template library - text left out."
           ELSE
               ADD 1 TO WS-LT-MERGED-COUNT
               MOVE "N" TO WS-LT-DONE-SWITCH
               PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT OR LT-LINE-DONE
                   IF T-LT-CODE(WS-LT-IDX) = WS-LT-CODE
                       AND T-LT-LANGUAGE(WS-LT-IDX) = WS-LT-LANGUAGE
                       PERFORM MERGE-TEMPLATE-LINE
                       IF LT-FIRST-LINE-ONLY
                           SET LT-LINE-DONE TO TRUE
                       ELSE
                           PERFORM EMIT-TEMPLATE-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       MERGE-TEMPLATE-LINE SECTION.
           MOVE SPACES TO WS-LT-LINE.
           MOVE 1 TO WS-LT-IN-POS.
           MOVE 1 TO WS-LT-OUT-POS.
           PERFORM UNTIL WS-LT-IN-POS > 72 OR WS-LT-OUT-POS > 72
               IF T-LT-TEXT(WS-LT-IDX)(WS-LT-IN-POS:1) = "{"
                   PERFORM SUBSTITUTE-PLACEHOLDER
               ELSE
                   MOVE T-LT-TEXT(WS-LT-IDX)(WS-LT-IN-POS:1)
                       TO WS-LT-LINE(WS-LT-OUT-POS:1)
                   ADD 1 TO WS-LT-IN-POS
                   ADD 1 TO WS-LT-OUT-POS
               END-IF
           END-PERFORM.

       SUBSTITUTE-PLACEHOLDER SECTION.
           MOVE 0 TO WS-LT-END-POS.
           MOVE 0 TO WS-LT-VALUE-IDX.
           PERFORM VARYING WS-LT-SCAN FROM WS-LT-IN-POS BY 1
                   UNTIL WS-LT-SCAN > 72 OR WS-LT-END-POS > 0
               IF T-LT-TEXT(WS-LT-IDX)(WS-LT-SCAN:1) = "}"
                   MOVE WS-LT-SCAN TO WS-LT-END-POS
               END-IF
           END-PERFORM.
           IF WS-LT-END-POS > WS-LT-IN-POS + 1
               AND WS-LT-END-POS < WS-LT-IN-POS + 12
               COMPUTE WS-LT-TOKEN-LEN =
                   WS-LT-END-POS - WS-LT-IN-POS - 1
               MOVE SPACES TO WS-LT-TAG
               MOVE T-LT-TEXT(WS-LT-IDX)(WS-LT-IN-POS + 1:
                   WS-LT-TOKEN-LEN) TO WS-LT-TAG
               PERFORM FIND-LETTER-VALUE
           END-IF.
           IF WS-LT-VALUE-IDX = 0
               MOVE "{" TO WS-LT-LINE(WS-LT-OUT-POS:1)
               ADD 1 TO WS-LT-IN-POS
               ADD 1 TO WS-LT-OUT-POS
           ELSE
               PERFORM VARYING WS-LT-VALUE-LEN FROM 40 BY -1
                       UNTIL WS-LT-VALUE-LEN = 0
                       OR T-LT-VALUE(WS-LT-VALUE-IDX)
                           (WS-LT-VALUE-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               IF WS-LT-OUT-POS + WS-LT-VALUE-LEN > 73
                   COMPUTE WS-LT-VALUE-LEN = 73 - WS-LT-OUT-POS
               END-IF
               IF WS-LT-VALUE-LEN > 0
                   MOVE T-LT-VALUE(WS-LT-VALUE-IDX)
                       (1:WS-LT-VALUE-LEN)
                       TO WS-LT-LINE(WS-LT-OUT-POS:WS-LT-VALUE-LEN)
                   ADD WS-LT-VALUE-LEN TO WS-LT-OUT-POS
               END-IF
               COMPUTE WS-LT-IN-POS = WS-LT-END-POS + 1
           END-IF.

       FIND-LETTER-VALUE SECTION.
           MOVE 0 TO WS-LT-VALUE-IDX.
           PERFORM VARYING WS-LT-SCAN FROM 1 BY 1
                   UNTIL WS-LT-SCAN > WS-LT-VALUE-COUNT
                   OR WS-LT-VALUE-IDX > 0
               IF T-LT-TAG(WS-LT-SCAN) = WS-LT-TAG
                   MOVE WS-LT-SCAN TO WS-LT-VALUE-IDX
               END-IF
           END-PERFORM.

       REPORT-LETTER-MERGE SECTION.
           DISPLAY "Letter templates merged:      " WS-LT-MERGED-COUNT.
           DISPLAY "German used, language lacking:"
               " " WS-LT-FALLBACK-COUNT.
