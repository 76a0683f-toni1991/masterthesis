       OPEN-RESIDENCE-REGISTER SECTION.
           MOVE 0 TO WS-RR-SECONDARY-SKIPPED.
           MOVE "N" TO WS-RR-OPEN-SWITCH.
           ACCEPT WS-RR-CHECK-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ResidenceRegisterFile.
           EVALUATE WS-RESIDENCE-REGISTER-STATUS
               WHEN "00"
                   SET RESIDENCE-REGISTER-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Residence register not available - "
                       "status " WS-RESIDENCE-REGISTER-STATUS
                   SET RESIDENCE-REGISTER-FAILED TO TRUE
           END-EVALUATE.

       CHECK-MAIN-RESIDENCE SECTION.
           MOVE "Y" TO WS-RR-MAIN-HERE-SWITCH.
           IF RESIDENCE-REGISTER-OPEN
               MOVE "N" TO WS-RR-SCAN-EOF-SWITCH
               MOVE WS-RR-CHECK-ID TO RR-PERSON-ID
               MOVE 0 TO RR-SEQUENCE
               START ResidenceRegisterFile KEY IS NOT LESS THAN RR-KEY
                   INVALID KEY SET RR-SCAN-EOF TO TRUE
               END-START
               PERFORM UNTIL RR-SCAN-EOF
                   READ ResidenceRegisterFile NEXT RECORD
                       AT END SET RR-SCAN-EOF TO TRUE
                   END-READ
                   IF NOT RR-SCAN-EOF
                       IF RR-PERSON-ID NOT = WS-RR-CHECK-ID
                           SET RR-SCAN-EOF TO TRUE
                       ELSE
                           IF RR-MAIN-RESIDENCE
                               AND RR-VALID-FROM
                                   NOT > WS-RR-CHECK-DATE
                               AND (RR-VALID-TO = 0
                               OR RR-VALID-TO NOT < WS-RR-CHECK-DATE)
                               MOVE "N" TO WS-RR-MAIN-HERE-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT MAIN-RESIDENCE-HERE
                   ADD 1 TO WS-RR-SECONDARY-SKIPPED
               END-IF
           END-IF.

       CLOSE-RESIDENCE-REGISTER SECTION.
           IF RESIDENCE-REGISTER-OPEN
               CLOSE ResidenceRegisterFile
               MOVE "N" TO WS-RR-OPEN-SWITCH
           END-IF.
