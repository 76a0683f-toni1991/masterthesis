               88 AQ-ACTION-STANDARDIZE VALUE "S".
               88 AQ-ACTION-RENUMBER VALUE "R".
               88 AQ-ACTION-PROTECT VALUE "F".
               88 AQ-ACTION-CREDIT-NOTE VALUE "C".
               88 AQ-ACTION-WRITE-OFF VALUE "W".
               88 AQ-ACTION-DEACTIVATE VALUE "O".
           05 AQ-PERSON-ID PIC 9(6).
           05 AQ-PERSON-ID-2 PIC 9(6).
           05 AQ-STATUS PIC X.
           05 AQ-REQUEST-TIMESTAMP PIC 9(14).
           05 AQ-DECIDED-BY PIC X(8).
           05 AQ-DECISION-TIMESTAMP PIC 9(14).
           05 AQ-OPERATOR-ID PIC X(8).
