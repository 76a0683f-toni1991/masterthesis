       01 NOT-DUPLICATE-RECORD.
           05 ND-PERSON-ID-LOW PIC 9(6).
           05 ND-PERSON-ID-HIGH PIC 9(6).
           05 ND-MARKED-BY PIC X(8).
           05 ND-MARK-DATE PIC 9(8).
