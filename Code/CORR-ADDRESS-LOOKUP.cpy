       OPEN-CORR-ADDRESS-REGISTER SECTION.
           MOVE 0 TO WS-CA-USED-COUNT.
           MOVE "N" TO WS-CA-OPEN-SWITCH.
           ACCEPT WS-CA-AS-OF-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CorrAddressFile.
           EVALUATE WS-CORR-ADDRESS-STATUS
               WHEN "00"
                   SET CORR-ADDRESS-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Correspondence address register not "
                       "available - status " WS-CORR-ADDRESS-STATUS
                       " - residence addresses used."
           END-EVALUATE.

       RESOLVE-MAIL-ADDRESS SECTION.
           MOVE "N" TO WS-CA-USED-SWITCH.
           IF CORR-ADDRESS-OPEN
               MOVE WS-CA-PERSON-ID TO CA-PERSON-ID
               READ CorrAddressFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CA-VALID-FROM NOT > WS-CA-AS-OF-DATE
                           AND (CA-OPEN-ENDED
                               OR CA-VALID-UNTIL NOT <
                                   WS-CA-AS-OF-DATE)
                           MOVE CA-CARE-OF TO WS-MAIL-CARE-OF
                           MOVE CA-STREET TO WS-MAIL-STREET
                           MOVE CA-HOUSENUMBER TO WS-MAIL-HOUSENUMBER
                           MOVE CA-ZIP-CODE TO WS-MAIL-ZIP-CODE
                           MOVE CA-CITY TO WS-MAIL-CITY
                           MOVE CA-COUNTRY TO WS-MAIL-COUNTRY
                           SET MAIL-TO-CORR-ADDRESS TO TRUE
                           ADD 1 TO WS-CA-USED-COUNT
                       END-IF
               END-READ
           END-IF.

       BUILD-MAIL-ADDRESS-LINES SECTION.
           MOVE SPACES TO WS-MAIL-LINES.
           MOVE 0 TO WS-MAIL-LINE-COUNT.
           IF WS-MAIL-CARE-OF NOT = SPACES
               ADD 1 TO WS-MAIL-LINE-COUNT
               MOVE WS-MAIL-CARE-OF
                   TO WS-MAIL-LINE(WS-MAIL-LINE-COUNT)
           END-IF.
           ADD 1 TO WS-MAIL-LINE-COUNT.
           STRING WS-MAIL-STREET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MAIL-HOUSENUMBER DELIMITED BY SIZE
               INTO WS-MAIL-LINE(WS-MAIL-LINE-COUNT)
           END-STRING.
           ADD 1 TO WS-MAIL-LINE-COUNT.
           STRING WS-MAIL-ZIP-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MAIL-CITY DELIMITED BY SIZE
               INTO WS-MAIL-LINE(WS-MAIL-LINE-COUNT)
           END-STRING.
           IF WS-MAIL-COUNTRY NOT = SPACES
               ADD 1 TO WS-MAIL-LINE-COUNT
               MOVE WS-MAIL-COUNTRY
                   TO WS-MAIL-LINE(WS-MAIL-LINE-COUNT)
           END-IF.

       CLOSE-CORR-ADDRESS-REGISTER SECTION.
           IF CORR-ADDRESS-OPEN
               CLOSE CorrAddressFile
               MOVE "N" TO WS-CA-OPEN-SWITCH
           END-IF.
           DISPLAY "Sent to a correspondence address: "
               WS-CA-USED-COUNT.
