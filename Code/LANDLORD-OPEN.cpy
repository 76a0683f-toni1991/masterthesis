       CAPTURE-LANDLORD-DETAILS SECTION.
           DISPLAY "Landlord name: " WITH NO ADVANCING.
           ACCEPT WS-LC-LANDLORD-NAME.
           DISPLAY "Landlord street (blank = same building): "
               WITH NO ADVANCING.
           ACCEPT WS-LC-LANDLORD-STREET.
           IF WS-LC-LANDLORD-STREET = SPACES
               MOVE SPACES TO WS-LC-LANDLORD-HOUSENUMBER
               MOVE SPACES TO WS-LC-LANDLORD-ZIP-CODE
               MOVE SPACES TO WS-LC-LANDLORD-CITY
           ELSE
               DISPLAY "Landlord house number: " WITH NO ADVANCING
               ACCEPT WS-LC-LANDLORD-HOUSENUMBER
               DISPLAY "Landlord ZIP code: " WITH NO ADVANCING
               ACCEPT WS-LC-LANDLORD-ZIP-CODE
               DISPLAY "Landlord city: " WITH NO ADVANCING
               ACCEPT WS-LC-LANDLORD-CITY
           END-IF.

       OPEN-LANDLORD-CONFIRMATION SECTION.
           MOVE PERSON-ID TO LC-PERSON-ID.
           MOVE WS-LC-MOVE-IN-DATE TO LC-MOVE-IN-DATE.
           MOVE STREET TO LC-STREET.
           MOVE HOUSENUMBER TO LC-HOUSENUMBER.
           MOVE ZIP-CODE TO LC-ZIP-CODE.
           MOVE WS-LC-LANDLORD-NAME TO LC-LANDLORD-NAME.
           EVALUATE TRUE
               WHEN WS-LC-LANDLORD-NAME = SPACES
                   MOVE SPACES TO LC-LANDLORD-STREET
                   MOVE SPACES TO LC-LANDLORD-HOUSENUMBER
                   MOVE SPACES TO LC-LANDLORD-ZIP-CODE
                   MOVE SPACES TO LC-LANDLORD-CITY
               WHEN WS-LC-LANDLORD-STREET = SPACES
                   MOVE STREET TO LC-LANDLORD-STREET
                   MOVE HOUSENUMBER TO LC-LANDLORD-HOUSENUMBER
                   MOVE ZIP-CODE TO LC-LANDLORD-ZIP-CODE
                   MOVE CITY TO LC-LANDLORD-CITY
               WHEN OTHER
                   MOVE WS-LC-LANDLORD-STREET TO LC-LANDLORD-STREET
                   MOVE WS-LC-LANDLORD-HOUSENUMBER
                       TO LC-LANDLORD-HOUSENUMBER
                   MOVE WS-LC-LANDLORD-ZIP-CODE
                       TO LC-LANDLORD-ZIP-CODE
                   MOVE WS-LC-LANDLORD-CITY TO LC-LANDLORD-CITY
           END-EVALUATE.
           SET LC-PENDING TO TRUE.
           MOVE 0 TO LC-RECEIVED-DATE.
           MOVE OPERATOR-ID TO LC-OPENED-BY.
           MOVE SPACES TO LC-CLOSED-BY.
           OPEN EXTEND LandlordConfirmFile.
           IF WS-LANDLORD-CONFIRM-STATUS = "35"
               CLOSE LandlordConfirmFile
               OPEN OUTPUT LandlordConfirmFile
           END-IF.
           WRITE LANDLORD-CONFIRM-RECORD.
           CLOSE LandlordConfirmFile.
           DISPLAY "Landlord confirmation pending for PERSON-ID "
               PERSON-ID " (move-in " WS-LC-MOVE-IN-DATE ").".
