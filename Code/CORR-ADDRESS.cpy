       01 CORR-ADDRESS-RECORD.
           05 CA-PERSON-ID PIC 9(6).
           05 CA-REASON PIC X.
               88 CA-CARE-HOME VALUE "H".
               88 CA-PO-BOX VALUE "P".
               88 CA-ABROAD VALUE "A".
               88 CA-OTHER-REASON VALUE "O".
               88 CA-REASON-VALID VALUE "H" "P" "A" "O".
           05 CA-CARE-OF PIC X(30).
           05 CA-STREET PIC X(15).
           05 CA-HOUSENUMBER PIC X(5).
           05 CA-ZIP-CODE PIC X(6).
           05 CA-CITY PIC X(15).
           05 CA-COUNTRY PIC X(15).
           05 CA-VALID-FROM PIC 9(8).
           05 CA-VALID-UNTIL PIC 9(8).
               88 CA-OPEN-ENDED VALUE 0.
           05 CA-EXPIRY-SWITCH PIC X.
               88 CA-EXPIRY-REPORTED VALUE "Y".
           05 CA-OPERATOR-ID PIC X(8).
           05 CA-CHANGE-DATE PIC 9(8).
