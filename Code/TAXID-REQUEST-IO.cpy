       LOAD-TAXID-REQUESTS SECTION.
           MOVE 0 TO WS-TQ-COUNT.
           OPEN INPUT TaxIdRequestFile.
           IF WS-TAXID-REQUEST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL TAXID-REQUEST-EOF
                   READ TaxIdRequestFile
                       AT END SET TAXID-REQUEST-EOF TO TRUE
                   END-READ
                   IF NOT TAXID-REQUEST-EOF
                       IF WS-TQ-COUNT = 2000
                           SET TAXID-REQUEST-OVERFLOW TO TRUE
                           SET TAXID-REQUEST-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-TQ-COUNT
                           MOVE TQ-PERSON-ID
                               TO T-TQ-PERSON-ID(WS-TQ-COUNT)
                           MOVE TQ-REQUEST-DATE
                               TO T-TQ-REQUEST-DATE(WS-TQ-COUNT)
                           MOVE TQ-STATUS TO T-TQ-STATUS(WS-TQ-COUNT)
                           MOVE TQ-ANSWER-DATE
                               TO T-TQ-ANSWER-DATE(WS-TQ-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TaxIdRequestFile
           END-IF.

       SAVE-TAXID-REQUESTS SECTION.
           OPEN OUTPUT TaxIdRequestFile.
           PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
                   UNTIL WS-TQ-IDX > WS-TQ-COUNT
               IF T-TQ-STATUS(WS-TQ-IDX) NOT = "A"
                   MOVE T-TQ-PERSON-ID(WS-TQ-IDX) TO TQ-PERSON-ID
                   MOVE T-TQ-REQUEST-DATE(WS-TQ-IDX)
                       TO TQ-REQUEST-DATE
                   MOVE T-TQ-STATUS(WS-TQ-IDX) TO TQ-STATUS
                   MOVE T-TQ-ANSWER-DATE(WS-TQ-IDX) TO TQ-ANSWER-DATE
                   WRITE TAXID-REQUEST-RECORD
               END-IF
           END-PERFORM.
           CLOSE TaxIdRequestFile.

       FIND-TAXID-REQUEST SECTION.
           MOVE 0 TO WS-TQ-FOUND-IDX.
           PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
                   UNTIL WS-TQ-IDX > WS-TQ-COUNT
               IF T-TQ-PERSON-ID(WS-TQ-IDX) = WS-TQ-WANT-PERSON
                   MOVE WS-TQ-IDX TO WS-TQ-FOUND-IDX
               END-IF
           END-PERFORM.
