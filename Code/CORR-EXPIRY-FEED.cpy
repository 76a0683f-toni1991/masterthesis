       01 CORR-EXPIRY-FEED-RECORD.
           05 CF-PERSON-ID PIC 9(6).
           05 CF-REASON PIC X.
           05 CF-VALID-UNTIL PIC 9(8).
