           05 CR-ISSUE-DATE PIC 9(8).
           05 CR-OPERATOR-ID PIC X(8).
           05 CR-FILE-NAME PIC X(40).
           05 CR-VERIFY-CODE PIC X(9).
           05 CR-VERIFY-COUNT PIC 9(4).
           05 CR-LAST-VERIFIED PIC 9(8).
           05 CR-LAST-RESULT PIC X.
               88 CR-RESULT-VALID VALUE "V".
               88 CR-RESULT-INVALID VALUE "I".
               88 CR-RESULT-SUPERSEDED VALUE "S".
