       01 WS-RESIDENCE-REGISTER-STATUS PIC X(2).
       01 WS-ENV-RESIDENCES PIC X(40) VALUE "residences.dat".
       01 WS-RR-OPEN-SWITCH PIC X VALUE "N".
           88 RESIDENCE-REGISTER-OPEN VALUE "Y".
           88 RESIDENCE-REGISTER-FAILED VALUE "F".
       01 WS-RR-CHECK-ID PIC 9(6).
       01 WS-RR-CHECK-DATE PIC 9(8).
       01 WS-RR-SCAN-EOF-SWITCH PIC X VALUE "N".
           88 RR-SCAN-EOF VALUE "Y".
       01 WS-RR-MAIN-HERE-SWITCH PIC X VALUE "Y".
           88 MAIN-RESIDENCE-HERE VALUE "Y".
       01 WS-RR-SECONDARY-SKIPPED PIC 9(6) VALUE 0.
