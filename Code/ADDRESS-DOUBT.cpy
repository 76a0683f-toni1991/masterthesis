       01 ADDRESS-DOUBT-RECORD.
           05 AD-PERSON-ID PIC 9(6).
           05 AD-STATUS PIC X.
               88 AD-DOUBTFUL VALUE "D".
               88 AD-CLEARED VALUE "C".
           05 AD-STREET PIC X(15).
           05 AD-HOUSENUMBER PIC X(5).
           05 AD-ZIP-CODE PIC X(6).
           05 AD-FIRST-RETURN-DATE PIC 9(8).
           05 AD-LAST-RETURN-DATE PIC 9(8).
           05 AD-RETURN-COUNT PIC 9(3).
           05 AD-LETTER-TYPE PIC X(4).
           05 AD-OPERATOR-ID PIC X(8).
           05 AD-CHANGE-DATE PIC 9(8).
