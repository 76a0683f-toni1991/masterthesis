       OPEN-ADDRESS-DOUBT-REGISTER SECTION.
           MOVE 0 TO WS-MR-STOPPED-COUNT.
           MOVE "N" TO WS-AD-OPEN-SWITCH.
           OPEN INPUT AddressDoubtFile.
           EVALUATE WS-ADDRESS-DOUBT-STATUS
               WHEN "00"
                   SET ADDRESS-DOUBT-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Address doubt register not available - "
                       "status " WS-ADDRESS-DOUBT-STATUS
                       " - no mail stops applied."
           END-EVALUATE.

       BUILD-MAIL-REFERENCE SECTION.
           MOVE "-" TO WS-MR-DASH.
           MOVE "C" TO WS-MR-MODE.
           CALL "CHECK-DIGIT" USING WS-MR-PERSON-ID
               WS-MR-CHECK-DIGIT WS-MR-MODE WS-MR-RESULT.
           MOVE SPACES TO WS-MR-LINE.
           STRING "Our ref. " DELIMITED BY SIZE
               WS-MAIL-REFERENCE DELIMITED BY SIZE
               INTO WS-MR-LINE
           END-STRING.

       CHECK-MAIL-STOP SECTION.
           MOVE "N" TO WS-MR-STOP-SWITCH.
           IF ADDRESS-DOUBT-OPEN
               MOVE WS-MR-PERSON-ID TO AD-PERSON-ID
               READ AddressDoubtFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AD-DOUBTFUL
                           AND AD-STREET = WS-MR-STREET
                           AND AD-HOUSENUMBER = WS-MR-HOUSENUMBER
                           AND AD-ZIP-CODE = WS-MR-ZIP-CODE
                           SET MAIL-STOPPED TO TRUE
                           ADD 1 TO WS-MR-STOPPED-COUNT
                       END-IF
               END-READ
           END-IF.

       CLOSE-ADDRESS-DOUBT-REGISTER SECTION.
           IF ADDRESS-DOUBT-OPEN
               CLOSE AddressDoubtFile
               MOVE "N" TO WS-AD-OPEN-SWITCH
           END-IF.
           DISPLAY "Withheld - address doubtful after returned mail: "
               WS-MR-STOPPED-COUNT.
