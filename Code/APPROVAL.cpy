                   AND T-AQ-ACTION(WS-AQ-IDX) = WS-AQ-WANT-ACTION
                   AND T-AQ-PERSON-ID(WS-AQ-IDX) = WS-AQ-WANT-ID
                   AND T-AQ-PERSON-ID-2(WS-AQ-IDX) = WS-AQ-WANT-ID-2
                   AND T-AQ-OPERATOR-ID(WS-AQ-IDX) = WS-AQ-WANT-OPERATOR
                   SET AQ-TICKET-FOUND TO TRUE
                   MOVE WS-AQ-IDX TO WS-AQ-FOUND-IDX
               END-IF
               MOVE WS-AQ-WANT-ACTION TO T-AQ-ACTION(WS-AQ-COUNT)
               MOVE WS-AQ-WANT-ID TO T-AQ-PERSON-ID(WS-AQ-COUNT)
               MOVE WS-AQ-WANT-ID-2 TO T-AQ-PERSON-ID-2(WS-AQ-COUNT)
               MOVE WS-AQ-WANT-OPERATOR
                   TO T-AQ-OPERATOR-ID(WS-AQ-COUNT)
               MOVE "P" TO T-AQ-STATUS(WS-AQ-COUNT)
               MOVE WS-SIGNON-ID TO T-AQ-REQUESTED-BY(WS-AQ-COUNT)
               ACCEPT WS-AQ-STAMP-DATE FROM DATE YYYYMMDD
