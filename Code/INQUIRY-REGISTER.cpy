       01 INQUIRY-REGISTER-RECORD.
           05 IQ-REQUEST-REF PIC X(12).
           05 IQ-REQUESTER PIC X(8).
           05 IQ-PERSON-ID PIC 9(6).
           05 IQ-RESULT PIC X.
               88 IQ-ADDRESS-FOUND VALUE "F".
               88 IQ-NOT-FOUND VALUE "N".
               88 IQ-AMBIGUOUS VALUE "A".
               88 IQ-BLOCKED VALUE "B".
           05 IQ-RUN-DATE PIC 9(8).
           05 IQ-FILE-NAME PIC X(40).
