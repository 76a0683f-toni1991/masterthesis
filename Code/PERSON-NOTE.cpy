       01 PERSON-NOTE-RECORD.
           05 PN-PERSON-ID PIC 9(6).
           05 PN-CATEGORY PIC X.
               88 PN-GENERAL VALUE "G".
               88 PN-CONTACT VALUE "C".
               88 PN-DOCUMENTS VALUE "D".
               88 PN-LEGAL VALUE "L".
               88 PN-ASSISTANCE VALUE "A".
               88 PN-CATEGORY-VALID VALUE "G" "C" "D" "L" "A".
           05 PN-OPERATOR-ID PIC X(8).
           05 PN-TIMESTAMP PIC 9(14).
           05 PN-TEXT PIC X(60).
