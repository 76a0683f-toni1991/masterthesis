       01 WS-INVOICE-REGISTER-STATUS PIC X(2).
       01 WS-IV-OPEN-SWITCH PIC X VALUE "N".
           88 INVOICE-REGISTER-OPEN VALUE "Y".
           88 INVOICE-REGISTER-FAILED VALUE "F".
       01 WS-IV-SCAN-EOF-SWITCH PIC X VALUE "N".
           88 IV-SCAN-EOF VALUE "Y".
