       01 CERT-QUEUE-RECORD.
           05 CQ-REQUEST-ID PIC X(12).
           05 CQ-PERSON-ID PIC 9(6).
           05 CQ-QUEUED-DATE PIC 9(8).
