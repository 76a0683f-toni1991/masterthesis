       01 LEGAL-HOLD-RECORD.
           05 LH-PERSON-ID PIC 9(6).
           05 LH-CASE-REFERENCE PIC X(20).
           05 LH-PLACED-DATE PIC 9(8).
           05 LH-PLACED-BY PIC X(8).
           05 LH-RELEASED-DATE PIC 9(8).
               88 LH-HOLD-ACTIVE VALUE 0.
           05 LH-RELEASED-BY PIC X(8).
