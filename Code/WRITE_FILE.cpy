               CLOSE RecordFile
               OPEN I-O RecordFile
           END-IF.
           IF SCREEN-ENTRY
               PERFORM WRITE-FILE-SCREEN
           ELSE
               PERFORM WRITE-FILE-PROMPTS
           END-IF.

       WRITE-FILE-PROMPTS SECTION.
           MOVE "N" TO WS-ID-ABANDON-SWITCH.
           DISPLAY "PERSON-ID (0 = assign automatically): "
               WITH NO ADVANCING.
               PERFORM WRITE-FILE-CAPTURE
           END-IF.

       WRITE-FILE-SCREEN SECTION.
           MOVE "- ADD" TO PE-TITLE.
           MOVE 0 TO PERSON-ID.
           MOVE 0 TO DATE-OF-BIRTH.
           MOVE 0 TO AGE.
           MOVE SPACES TO FIRSTNAME.
           MOVE SPACES TO SURNAME.
           MOVE SPACES TO STREET.
           MOVE SPACES TO HOUSENUMBER.
           MOVE SPACES TO ZIP-CODE.
           MOVE SPACES TO CITY.
           MOVE SPACE TO SEX-CODE.
           PERFORM CLEAR-EXTENSION-FIELDS.
           MOVE SPACE TO WS-CHECK-DIGIT.
           MOVE SPACE TO WS-ID-CONFIRM.
           MOVE SPACE TO WS-EDIT-OLD-STATUS.
           MOVE SPACES TO PE-MESSAGE.
           MOVE SPACES TO PE-MARKS.
           SET PE-PENDING TO TRUE.
           PERFORM UNTIL NOT PE-PENDING
               MOVE SPACE TO PE-ACTION
               DISPLAY PERSON-ADD-SCREEN
               ACCEPT PERSON-ADD-SCREEN
               IF PE-ACTION-CANCEL
                   SET PE-CANCELLED TO TRUE
               ELSE
                   PERFORM VALIDATE-PERSON-SCREEN
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-ID-ABANDON-SWITCH.
           IF PE-CANCELLED
               DISPLAY "Write cancelled - nothing written."
               SET ID-ENTRY-ABANDONED TO TRUE
           ELSE
               IF PERSON-ID = 0
                   PERFORM GET-NEXT-PERSON-ID
                   IF WS-ASSIGNED-ID = 0
                       SET ID-ENTRY-ABANDONED TO TRUE
                   ELSE
                       MOVE WS-ASSIGNED-ID TO PERSON-ID
                       DISPLAY "Assigned PERSON-ID " PERSON-ID "."
                   END-IF
               ELSE
                   MOVE 0 TO WS-ASSIGNED-ID
               END-IF
           END-IF.
           IF ID-ENTRY-ABANDONED
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-SIGNON-ID TO OPERATOR-ID
               PERFORM WRITE-PERSON-RECORD
               IF WRITE-SUCCEEDED AND WS-ASSIGNED-ID > 0
                   PERFORM SAVE-NEXT-PERSON-ID
               END-IF
           END-IF.
           CLOSE RecordFile.

       WRITE-FILE-CAPTURE SECTION.
           PERFORM CLEAR-EXTENSION-FIELDS.
           DISPLAY "DATE OF BIRTH (CCYYMMDD): " WITH NO ADVANCING.
