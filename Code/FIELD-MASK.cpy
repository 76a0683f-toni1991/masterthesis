       SET-FIELD-MASK SECTION.
           IF FM-UNMASKED-OVERRIDE
               MOVE "FFFF" TO WS-FM-VISIBILITY
           ELSE
               MOVE "N" TO WS-FM-ROLE-FOUND-SWITCH
               PERFORM VARYING WS-FM-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-FM-ROLE-IDX > 4 OR FM-ROLE-FOUND
                   IF WS-FM-ROLE(WS-FM-ROLE-IDX) = WS-OPERATOR-ROLE
                       SET FM-ROLE-FOUND TO TRUE
                       MOVE WS-FM-ROLE-VISIBILITY(WS-FM-ROLE-IDX)
                           TO WS-FM-VISIBILITY
                   END-IF
               END-PERFORM
               IF NOT FM-ROLE-FOUND
                   MOVE WS-FM-ROLE-VISIBILITY(4) TO WS-FM-VISIBILITY
               END-IF
           END-IF.

       MASK-DATE-OF-BIRTH SECTION.
           EVALUATE TRUE
               WHEN FM-DOB-FULL
                   MOVE WS-FM-DOB-IN TO WS-FM-DOB-TEXT
                   MOVE WS-FM-AGE-IN TO WS-FM-AGE-TEXT
               WHEN FM-DOB-PARTIAL
                   MOVE ALL "*" TO WS-FM-DOB-TEXT
                   MOVE WS-FM-DOB-IN(1:4) TO WS-FM-DOB-TEXT(1:4)
                   MOVE WS-FM-AGE-IN TO WS-FM-AGE-TEXT
               WHEN OTHER
                   MOVE ALL "*" TO WS-FM-DOB-TEXT
                   MOVE ALL "*" TO WS-FM-AGE-TEXT
           END-EVALUATE.

       MASK-NATIONALITY SECTION.
           IF FM-NATIONALITY-FULL
               MOVE WS-FM-NATIONALITY-IN TO WS-FM-NATIONALITY-TEXT
           ELSE
               MOVE ALL "*" TO WS-FM-NATIONALITY-TEXT
           END-IF.

       MASK-PERMIT SECTION.
           EVALUATE TRUE
               WHEN FM-PERMIT-FULL
                   MOVE WS-FM-PERMIT-TYPE-IN TO WS-FM-PERMIT-TYPE-TEXT
                   MOVE WS-FM-PERMIT-EXPIRY-IN
                       TO WS-FM-PERMIT-EXPIRY-TEXT
               WHEN FM-PERMIT-PARTIAL
                   MOVE WS-FM-PERMIT-TYPE-IN TO WS-FM-PERMIT-TYPE-TEXT
                   MOVE ALL "*" TO WS-FM-PERMIT-EXPIRY-TEXT
               WHEN OTHER
                   MOVE ALL "*" TO WS-FM-PERMIT-TYPE-TEXT
                   MOVE ALL "*" TO WS-FM-PERMIT-EXPIRY-TEXT
           END-EVALUATE.

       MASK-CONTACT SECTION.
           EVALUATE TRUE
               WHEN FM-CONTACT-FULL
                   MOVE WS-FM-CONTACT-NAME-IN TO WS-FM-CONTACT-NAME-TEXT
                   MOVE WS-FM-CONTACT-PHONE-IN
                       TO WS-FM-CONTACT-PHONE-TEXT
               WHEN FM-CONTACT-PARTIAL
                   MOVE WS-FM-CONTACT-NAME-IN TO WS-FM-CONTACT-NAME-TEXT
                   MOVE ALL "*" TO WS-FM-CONTACT-PHONE-TEXT
                   MOVE WS-FM-CONTACT-PHONE-IN(1:4)
                       TO WS-FM-CONTACT-PHONE-TEXT(1:4)
               WHEN OTHER
                   MOVE ALL "*" TO WS-FM-CONTACT-NAME-TEXT
                   MOVE ALL "*" TO WS-FM-CONTACT-PHONE-TEXT
           END-EVALUATE.
