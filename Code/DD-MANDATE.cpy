       01 DD-MANDATE-RECORD.
           05 MD-REQUESTER PIC X(8).
           05 MD-MANDATE-REF PIC X(35).
           05 MD-SIGNATURE-DATE PIC 9(8).
           05 MD-ACCOUNT-HOLDER PIC X(30).
           05 MD-IBAN PIC X(34).
           05 MD-BIC PIC X(11).
           05 MD-STATUS PIC X.
               88 MD-ACTIVE VALUE "A".
               88 MD-REVOKED VALUE "R".
           05 MD-LAST-COLLECTED PIC 9(8).
