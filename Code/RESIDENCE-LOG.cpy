               PERFORM CHECK-RESIDENCE-BACKFILL
               IF NOT RESIDENCE-ON-FILE
                   MOVE PERSON-ID TO RH-PERSON-ID
                   MOVE SPACE TO RH-RESIDENCE-TYPE
                   MOVE 0 TO RH-RESIDENCE-SEQ
                   MOVE 0 TO RH-END-DATE
                   MOVE WS-OLD-STREET TO RH-STREET
                   MOVE WS-OLD-HOUSENUMBER TO RH-HOUSENUMBER
                   MOVE WS-OLD-ZIP-CODE TO RH-ZIP-CODE
                   PERFORM WRITE-RESIDENCE-RECORD
               END-IF
               MOVE PERSON-ID TO RH-PERSON-ID
               MOVE SPACE TO RH-RESIDENCE-TYPE
               MOVE 0 TO RH-RESIDENCE-SEQ
               MOVE 0 TO RH-END-DATE
               MOVE STREET TO RH-STREET
               MOVE HOUSENUMBER TO RH-HOUSENUMBER
               MOVE ZIP-CODE TO RH-ZIP-CODE
                   END-READ
                   IF NOT RESIDENCE-EOF
                       IF RH-PERSON-ID = PERSON-ID
                           AND RH-REGISTERED-ADDRESS
                           SET RESIDENCE-ON-FILE TO TRUE
                           SET RESIDENCE-EOF TO TRUE
                       END-IF
