       OPEN-OBJECTION-REGISTER SECTION.
           MOVE ZEROS TO WS-OBJ-WITHHELD-COUNTS.
           MOVE 0 TO WS-OBJ-WITHHELD-TOTAL.
           MOVE "N" TO WS-OBJ-OPEN-SWITCH.
           ACCEPT WS-OBJ-CHECK-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ObjectionFile.
           EVALUATE WS-OBJECTION-STATUS
               WHEN "00"
                   SET OBJECTION-REGISTER-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Objection register not available - "
                       "status " WS-OBJECTION-STATUS
                   SET OBJECTION-REGISTER-FAILED TO TRUE
           END-EVALUATE.

       CHECK-OBJECTION SECTION.
           MOVE "N" TO WS-OBJ-WITHHELD-SWITCH.
           IF OBJECTION-REGISTER-OPEN
               PERFORM VARYING WS-OBJ-IDX FROM 1 BY 1
                       UNTIL WS-OBJ-IDX > 4
                   IF WS-OBJ-HONOUR(WS-OBJ-IDX) = "Y"
                       MOVE WS-OBJ-CHECK-ID TO OB-PERSON-ID
                       MOVE WS-OBJ-TYPE-CODE(WS-OBJ-IDX) TO OB-TYPE
                       READ ObjectionFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF OB-EFFECTIVE-FROM
                                       NOT > WS-OBJ-CHECK-DATE
                                   AND (OB-EFFECTIVE-TO = 0
                                   OR OB-EFFECTIVE-TO
                                       NOT < WS-OBJ-CHECK-DATE)
                                   SET OBJECTION-WITHHELD TO TRUE
                                   ADD 1 TO
                                       WS-OBJ-WITHHELD-COUNT(WS-OBJ-IDX)
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               IF OBJECTION-WITHHELD
                   ADD 1 TO WS-OBJ-WITHHELD-TOTAL
               END-IF
           END-IF.

       CLOSE-OBJECTION-REGISTER SECTION.
           IF OBJECTION-REGISTER-OPEN
               CLOSE ObjectionFile
               MOVE "N" TO WS-OBJ-OPEN-SWITCH
           END-IF.

       REPORT-OBJECTION-WITHHELD SECTION.
           DISPLAY "Withheld for citizen objections: "
               WS-OBJ-WITHHELD-TOTAL.
           PERFORM VARYING WS-OBJ-IDX FROM 1 BY 1
                   UNTIL WS-OBJ-IDX > 4
               IF WS-OBJ-HONOUR(WS-OBJ-IDX) = "Y"
                   DISPLAY "  objection to "
                       WS-OBJ-TYPE-NAME(WS-OBJ-IDX) ": "
                       WS-OBJ-WITHHELD-COUNT(WS-OBJ-IDX)
               END-IF
           END-PERFORM.
