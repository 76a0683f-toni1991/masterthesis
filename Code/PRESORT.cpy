       BEGIN-PRESORT-PIECE SECTION.
           ADD 1 TO WS-PS-PIECE-SEQ.
           MOVE 0 TO WS-PS-LINE-SEQ.
           ADD 1 TO WS-PS-TOTAL-PIECES.
           MOVE WS-PS-ZIP-CODE(1:2) TO WS-PS-ZONE.
           MOVE 0 TO WS-PZ-FOUND.
           PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
                   UNTIL WS-PZ-IDX > WS-PZ-COUNT
                   OR WS-PZ-FOUND > 0
               IF T-PZ-ZONE(WS-PZ-IDX) = WS-PS-ZONE
                   MOVE WS-PZ-IDX TO WS-PZ-FOUND
               END-IF
           END-PERFORM.
           IF WS-PZ-FOUND = 0
               PERFORM INSERT-PRESORT-ZONE
           END-IF.
           IF WS-PZ-FOUND > 0
               ADD 1 TO T-PZ-PIECES(WS-PZ-FOUND)
           END-IF.

       INSERT-PRESORT-ZONE SECTION.
           IF WS-PZ-COUNT = 100
               DISPLAY "Postal zone table full - zone " WS-PS-ZONE
                   " not counted separately."
           ELSE
               MOVE WS-PZ-COUNT TO WS-PZ-IDX
               PERFORM UNTIL WS-PZ-IDX = 0
                   IF T-PZ-ZONE(WS-PZ-IDX) > WS-PS-ZONE
                       MOVE WS-PS-ZONE-ENTRY(WS-PZ-IDX)
                           TO WS-PS-ZONE-ENTRY(WS-PZ-IDX + 1)
                       SUBTRACT 1 FROM WS-PZ-IDX
                   ELSE
                       MOVE WS-PZ-IDX TO WS-PZ-FOUND
                       MOVE 0 TO WS-PZ-IDX
                   END-IF
               END-PERFORM
               ADD 1 TO WS-PZ-FOUND
               ADD 1 TO WS-PZ-COUNT
               MOVE WS-PS-ZONE TO T-PZ-ZONE(WS-PZ-FOUND)
               MOVE 0 TO T-PZ-PIECES(WS-PZ-FOUND)
               MOVE 0 TO T-PZ-BUNDLE(WS-PZ-FOUND)
           END-IF.

       RELEASE-PRESORT-LINE SECTION.
           ADD 1 TO WS-PS-LINE-SEQ.
           MOVE WS-PS-ZONE TO PS-ZONE.
           MOVE WS-PS-ZIP-CODE TO PS-ZIP-CODE.
           MOVE WS-PS-STREET TO PS-STREET.
           MOVE WS-PS-HOUSENUMBER TO PS-HOUSENUMBER.
           MOVE WS-PS-PIECE-SEQ TO PS-PIECE-SEQ.
           MOVE WS-PS-LINE-SEQ TO PS-LINE-SEQ.
           MOVE WS-PS-OUT-LINE TO PS-LINE.
           RELEASE PRESORT-RECORD.

       PRESORT-OUTPUT SECTION.
           MOVE "N" TO PRESORT-EOF-SWITCH.
           MOVE HIGH-VALUES TO WS-PS-PREV-ZONE.
           PERFORM UNTIL PRESORT-EOF
               RETURN PresortFile
                   AT END SET PRESORT-EOF TO TRUE
                   NOT AT END
                       IF PS-ZONE NOT = WS-PS-PREV-ZONE
                           PERFORM START-PRESORT-BUNDLE
                       END-IF
                       MOVE PS-LINE TO WS-PS-OUT-LINE
                       PERFORM PUT-PRESORT-LINE
               END-RETURN
           END-PERFORM.

       START-PRESORT-BUNDLE SECTION.
           MOVE PS-ZONE TO WS-PS-PREV-ZONE.
           ADD 1 TO WS-PS-BUNDLE-COUNT.
           PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
                   UNTIL WS-PZ-IDX > WS-PZ-COUNT
               IF T-PZ-ZONE(WS-PZ-IDX) = PS-ZONE
                   MOVE WS-PS-BUNDLE-COUNT TO T-PZ-BUNDLE(WS-PZ-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PS-OUT-LINE.
           STRING "*** BUNDLE " DELIMITED BY SIZE
               WS-PS-BUNDLE-COUNT DELIMITED BY SIZE
               " - POSTAL ZONE " DELIMITED BY SIZE
               PS-ZONE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO WS-PS-OUT-LINE
           END-STRING.
           PERFORM PUT-PRESORT-LINE.

       WRITE-POSTAGE-STATEMENT SECTION.
           MOVE 0 TO WS-PS-QUALIFIED-PIECES.
           IF PRESORT-WANTED
               PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
                       UNTIL WS-PZ-IDX > WS-PZ-COUNT
                   IF T-PZ-PIECES(WS-PZ-IDX) NOT <
                       WS-PS-BUNDLE-MINIMUM
                       ADD T-PZ-PIECES(WS-PZ-IDX)
                           TO WS-PS-QUALIFIED-PIECES
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-PS-RESIDUAL-PIECES =
               WS-PS-TOTAL-PIECES - WS-PS-QUALIFIED-PIECES.
           MOVE 1 TO WS-PT-REACHED.
           IF PRESORT-WANTED
               PERFORM VARYING WS-PT-IDX FROM 2 BY 1
                       UNTIL WS-PT-IDX > 4
                   IF WS-PS-QUALIFIED-PIECES NOT <
                       T-PT-MINIMUM(WS-PT-IDX)
                       MOVE WS-PT-IDX TO WS-PT-REACHED
                   END-IF
               END-PERFORM
           END-IF.
           OPEN OUTPUT PostageStatementFile.
           MOVE SPACES TO POSTAGE-LINE.
           STRING "POSTAGE STATEMENT - " DELIMITED BY SIZE
               WS-PS-RUN-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-PS-RUN-DATE DELIMITED BY SIZE
               INTO POSTAGE-LINE
           END-STRING.
           WRITE POSTAGE-LINE.
           IF PRESORT-WANTED
               MOVE "Mail handed over in postal presort order."
                   TO POSTAGE-LINE
           ELSE
               MOVE "Mail handed over unsorted - full rate applies."
                   TO POSTAGE-LINE
           END-IF.
           WRITE POSTAGE-LINE.
           MOVE SPACES TO POSTAGE-LINE.
           WRITE POSTAGE-LINE.
           MOVE "  ZONE  BUNDLE    PIECES    RATE" TO POSTAGE-LINE.
           WRITE POSTAGE-LINE.
           PERFORM VARYING WS-PZ-IDX FROM 1 BY 1
                   UNTIL WS-PZ-IDX > WS-PZ-COUNT
               MOVE T-PZ-ZONE(WS-PZ-IDX) TO WPZ-ZONE
               IF T-PZ-ZONE(WS-PZ-IDX) = SPACES
                   MOVE "??" TO WPZ-ZONE
               END-IF
               MOVE T-PZ-BUNDLE(WS-PZ-IDX) TO WPZ-BUNDLE
               MOVE T-PZ-PIECES(WS-PZ-IDX) TO WPZ-PIECES
               IF PRESORT-WANTED
                   AND T-PZ-PIECES(WS-PZ-IDX) NOT <
                       WS-PS-BUNDLE-MINIMUM
                   MOVE "PRESORT" TO WPZ-RATE
               ELSE
                   MOVE "FULL RATE" TO WPZ-RATE
               END-IF
               MOVE WS-PS-ZONE-LINE TO POSTAGE-LINE
               WRITE POSTAGE-LINE
           END-PERFORM.
           MOVE SPACES TO POSTAGE-LINE.
           WRITE POSTAGE-LINE.
           MOVE WS-PS-TOTAL-PIECES TO WS-PS-COUNT-EDIT.
           MOVE SPACES TO POSTAGE-LINE.
           STRING "Total pieces:              " DELIMITED BY SIZE
               WS-PS-COUNT-EDIT DELIMITED BY SIZE
               INTO POSTAGE-LINE
           END-STRING.
           WRITE POSTAGE-LINE.
           MOVE WS-PS-QUALIFIED-PIECES TO WS-PS-COUNT-EDIT.
           MOVE SPACES TO POSTAGE-LINE.
           STRING "Pieces at presort rate:    " DELIMITED BY SIZE
               WS-PS-COUNT-EDIT DELIMITED BY SIZE
               INTO POSTAGE-LINE
           END-STRING.
           WRITE POSTAGE-LINE.
           MOVE WS-PS-RESIDUAL-PIECES TO WS-PS-COUNT-EDIT.
           MOVE SPACES TO POSTAGE-LINE.
           STRING "Pieces at full rate:       " DELIMITED BY SIZE
               WS-PS-COUNT-EDIT DELIMITED BY SIZE
               INTO POSTAGE-LINE
           END-STRING.
           WRITE POSTAGE-LINE.
           MOVE SPACES TO POSTAGE-LINE.
           STRING "Discount tier reached:     " DELIMITED BY SIZE
               T-PT-NAME(WS-PT-REACHED) DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               T-PT-DISCOUNT(WS-PT-REACHED) DELIMITED BY SIZE
               "% off presort pieces)" DELIMITED BY SIZE
               INTO POSTAGE-LINE
           END-STRING.
           WRITE POSTAGE-LINE.
           CLOSE PostageStatementFile.
           DISPLAY "Postage statement written to "
               WS-PS-STATEMENT-NAME " (" WS-PS-TOTAL-PIECES
               " pieces, tier " T-PT-NAME(WS-PT-REACHED) ").".
