       01 RETENTION-RULE-RECORD.
           05 RT-REGISTER PIC X(20).
           05 RT-RETAIN-YEARS PIC 9(2).
           05 RT-DATE-FIELD PIC X(24).
