       01 LETTER-TEMPLATE-RECORD.
           05 LT-TEMPLATE-CODE PIC X(8).
           05 LT-LANGUAGE PIC X(2).
           05 LT-TEXT PIC X(72).
