       01 TAXID-REQUEST-RECORD.
           05 TQ-PERSON-ID PIC 9(6).
           05 TQ-REQUEST-DATE PIC 9(8).
           05 TQ-STATUS PIC X.
               88 TQ-OPEN VALUE "O".
               88 TQ-ANSWERED VALUE "A".
           05 TQ-ANSWER-DATE PIC 9(8).
