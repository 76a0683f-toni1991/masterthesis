       01 LAY-JUDGE-REGISTER-RECORD.
           05 LR-TERM PIC 9(4).
           05 LR-PERSON-ID PIC 9(6).
           05 LR-DRAW-DATE PIC 9(8).
           05 LR-SEED PIC 9(9).
           05 LR-REFERENCE-DATE PIC 9(8).
           05 LR-DRAW-SEQUENCE PIC 9(4).
