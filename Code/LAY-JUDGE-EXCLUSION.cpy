       01 LAY-JUDGE-EXCLUSION-RECORD.
           05 LX-PERSON-ID PIC 9(6).
           05 LX-REASON PIC X(30).
