       FIND-SOURCE-DOC-RULE SECTION.
           MOVE "N" TO WS-SI-RULE-FOUND-SWITCH.
           MOVE "unknown" TO WS-SI-TYPE-NAME.
           PERFORM VARYING WS-SI-RULE-IDX FROM 1 BY 1
                   UNTIL WS-SI-RULE-IDX > 6 OR SI-RULE-FOUND
               IF WS-SI-RULE-TYPE(WS-SI-RULE-IDX) = SI-DOC-TYPE
                   SET SI-RULE-FOUND TO TRUE
                   MOVE WS-SI-RULE-NAME(WS-SI-RULE-IDX)
                       TO WS-SI-TYPE-NAME
               END-IF
           END-PERFORM.
           IF SI-RULE-FOUND
               SUBTRACT 1 FROM WS-SI-RULE-IDX
           END-IF.

       SET-RETAIN-UNTIL SECTION.
           PERFORM FIND-SOURCE-DOC-RULE.
           MOVE SI-RECEIVED-DATE TO WS-SI-RETAIN-DATE.
           IF SI-RULE-FOUND
               ADD WS-SI-RULE-YEARS(WS-SI-RULE-IDX)
                   TO WS-SI-RETAIN-CCYY
           END-IF.
           MOVE 1231 TO WS-SI-RETAIN-MMDD.
           MOVE WS-SI-RETAIN-DATE TO SI-RETAIN-UNTIL.
