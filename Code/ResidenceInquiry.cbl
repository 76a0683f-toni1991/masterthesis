                   END-READ
                   IF NOT RESIDENCE-EOF
                       AND RH-PERSON-ID = WS-INQUIRY-ID
                       AND RH-REGISTERED-ADDRESS
                       ADD 1 TO WS-HISTORY-COUNT
                       IF RH-EFFECTIVE-DATE NOT GREATER THAN
                               WS-INQUIRY-DATE
