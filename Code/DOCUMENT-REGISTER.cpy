       01 DOCUMENT-REGISTER-RECORD.
           05 DR-KEY.
               10 DR-PERSON-ID PIC 9(6).
               10 DR-SEQUENCE PIC 9(2).
           05 DR-DOCUMENT-TYPE PIC X.
               88 DR-IDENTITY-CARD VALUE "I".
               88 DR-PASSPORT VALUE "P".
               88 DR-TYPE-VALID VALUE "I" "P".
           05 DR-DOCUMENT-NUMBER PIC X(12).
           05 DR-ISSUE-DATE PIC 9(8).
           05 DR-EXPIRY-DATE PIC 9(8).
           05 DR-STATUS PIC X.
               88 DR-VALID VALUE "V".
               88 DR-EXPIRED VALUE "E".
               88 DR-REPORTED-LOST VALUE "L".
               88 DR-REPORTED-STOLEN VALUE "S".
               88 DR-SURRENDERED VALUE "U".
               88 DR-INVALIDATED VALUE "D".
               88 DR-STATUS-VALID VALUE "V" "E" "L" "S" "U" "D".
               88 DR-MISSING VALUE "L" "S".
           05 DR-STATUS-DATE PIC 9(8).
           05 DR-REMINDER-DATE PIC 9(8).
           05 DR-OPERATOR-ID PIC X(8).
           05 DR-CHANGE-DATE PIC 9(8).
