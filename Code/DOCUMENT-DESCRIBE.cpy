       DESCRIBE-DOCUMENT SECTION.
           EVALUATE TRUE
               WHEN DR-IDENTITY-CARD
                   MOVE "identity card" TO WS-DOCUMENT-TYPE-NAME
               WHEN DR-PASSPORT
                   MOVE "passport" TO WS-DOCUMENT-TYPE-NAME
               WHEN OTHER
                   MOVE "unknown" TO WS-DOCUMENT-TYPE-NAME
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DR-VALID
                   MOVE "valid" TO WS-DOCUMENT-STATUS-NAME
               WHEN DR-EXPIRED
                   MOVE "expired" TO WS-DOCUMENT-STATUS-NAME
               WHEN DR-REPORTED-LOST
                   MOVE "reported lost" TO WS-DOCUMENT-STATUS-NAME
               WHEN DR-REPORTED-STOLEN
                   MOVE "reported stolen" TO WS-DOCUMENT-STATUS-NAME
               WHEN DR-SURRENDERED
                   MOVE "surrendered" TO WS-DOCUMENT-STATUS-NAME
               WHEN DR-INVALIDATED
                   MOVE "holder deceased" TO WS-DOCUMENT-STATUS-NAME
               WHEN OTHER
                   MOVE "unknown" TO WS-DOCUMENT-STATUS-NAME
           END-EVALUATE.
