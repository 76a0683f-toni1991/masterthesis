       LOAD-GEO-SEGMENTS SECTION.
           SET GEO-SEGMENTS-LOADED TO TRUE.
           MOVE "N" TO WS-GEO-PRESENT-SWITCH.
           MOVE "N" TO GEO-EOF-SWITCH.
           MOVE 0 TO WS-GEO-COUNT.
           OPEN INPUT GeoSegmentFile.
           IF WS-GEO-SEGMENT-STATUS = "35"
               CONTINUE
           ELSE
               SET GEO-SEGMENTS-PRESENT TO TRUE
               PERFORM UNTIL GEO-EOF OR WS-GEO-COUNT = 2000
                   READ GeoSegmentFile
                       AT END SET GEO-EOF TO TRUE
                   END-READ
                   IF NOT GEO-EOF
                       ADD 1 TO WS-GEO-COUNT
                       MOVE GS-STREET TO T-GS-STREET(WS-GEO-COUNT)
                       MOVE GS-FROM-NUMBER
                           TO T-GS-FROM-NUMBER(WS-GEO-COUNT)
                       MOVE GS-TO-NUMBER
                           TO T-GS-TO-NUMBER(WS-GEO-COUNT)
                       MOVE GS-PARITY TO T-GS-PARITY(WS-GEO-COUNT)
                       MOVE GS-ELECTORAL-DISTRICT
                           TO T-GS-ELECTORAL(WS-GEO-COUNT)
                       MOVE GS-STATISTICAL-DISTRICT
                           TO T-GS-STATISTICAL(WS-GEO-COUNT)
                       MOVE GS-SCHOOL-CATCHMENT
                           TO T-GS-CATCHMENT(WS-GEO-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GeoSegmentFile
           END-IF.

       FIND-GEO-SEGMENT SECTION.
           IF NOT GEO-SEGMENTS-LOADED
               PERFORM LOAD-GEO-SEGMENTS
           END-IF.
           MOVE "N" TO WS-GEO-FOUND-SWITCH.
           MOVE SPACES TO WS-GEO-ELECTORAL.
           MOVE SPACES TO WS-GEO-STATISTICAL.
           MOVE SPACES TO WS-GEO-CATCHMENT.
           MOVE 0 TO WS-GEO-NUMBER.
           PERFORM VARYING WS-GEO-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-GEO-CHAR-IDX > 4
                   OR WS-GEO-HOUSENUMBER(WS-GEO-CHAR-IDX:1)
                       IS NOT NUMERIC
               MOVE WS-GEO-HOUSENUMBER(WS-GEO-CHAR-IDX:1)
                   TO WS-GEO-DIGIT
               COMPUTE WS-GEO-NUMBER = WS-GEO-NUMBER * 10
                   + WS-GEO-DIGIT
           END-PERFORM.
           DIVIDE WS-GEO-NUMBER BY 2 GIVING WS-GEO-HALF
               REMAINDER WS-GEO-REMAINDER.
           IF WS-GEO-NUMBER > 0
               PERFORM VARYING WS-GEO-IDX FROM 1 BY 1
                       UNTIL WS-GEO-IDX > WS-GEO-COUNT
                       OR GEO-SEGMENT-FOUND
                   IF T-GS-STREET(WS-GEO-IDX) = WS-GEO-STREET
                       AND WS-GEO-NUMBER NOT <
                           T-GS-FROM-NUMBER(WS-GEO-IDX)
                       AND WS-GEO-NUMBER NOT >
                           T-GS-TO-NUMBER(WS-GEO-IDX)
                       AND (T-GS-PARITY(WS-GEO-IDX) = "A"
                           OR (T-GS-PARITY(WS-GEO-IDX) = "O"
                               AND WS-GEO-REMAINDER = 1)
                           OR (T-GS-PARITY(WS-GEO-IDX) = "E"
                               AND WS-GEO-REMAINDER = 0))
                       SET GEO-SEGMENT-FOUND TO TRUE
                       MOVE T-GS-ELECTORAL(WS-GEO-IDX)
                           TO WS-GEO-ELECTORAL
                       MOVE T-GS-STATISTICAL(WS-GEO-IDX)
                           TO WS-GEO-STATISTICAL
                       MOVE T-GS-CATCHMENT(WS-GEO-IDX)
                           TO WS-GEO-CATCHMENT
                   END-IF
               END-PERFORM
           END-IF.
