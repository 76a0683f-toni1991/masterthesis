           MOVE PERMIT-EXPIRY-DATE TO WS-DUP-PERMIT-EXPIRY
           MOVE PROTECTION-FLAG TO WS-DUP-PROTECTION
           MOVE EMERGENCY-CONTACTS TO WS-DUP-EMERGENCY
           MOVE RELIGION-CODE TO WS-DUP-RELIGION
           MOVE RELIGION-EFFECTIVE-DATE TO WS-DUP-RELIGION-DATE
           MOVE PREFERRED-LANGUAGE TO WS-DUP-LANGUAGE
           PERFORM CHECK-DUPLICATE-PERSON
           IF DUPLICATE-FOUND
               MOVE "DP" TO WS-REJECT-REASON
               MOVE WS-DUP-PERMIT-EXPIRY TO PERMIT-EXPIRY-DATE
               MOVE WS-DUP-PROTECTION TO PROTECTION-FLAG
               MOVE WS-DUP-EMERGENCY TO EMERGENCY-CONTACTS
               MOVE WS-DUP-RELIGION TO RELIGION-CODE
               MOVE WS-DUP-RELIGION-DATE TO RELIGION-EFFECTIVE-DATE
               MOVE WS-DUP-LANGUAGE TO PREFERRED-LANGUAGE
               SET STATUS-ACTIVE TO TRUE
               IF TRIAL-MODE
                   PERFORM CHECK-TRIAL-EXISTS
