       01 VOID-REGISTER-RECORD.
           05 VD-NUMBER-TYPE PIC X.
               88 VD-CERTIFICATE VALUE "C".
               88 VD-INVOICE VALUE "I".
           05 VD-NUMBER PIC 9(6).
           05 VD-VOID-DATE PIC 9(8).
           05 VD-OPERATOR-ID PIC X(8).
           05 VD-REASON PIC X(40).
