       01 GEO-SEGMENT-RECORD.
           05 GS-STREET PIC X(15).
           05 GS-FROM-NUMBER PIC 9(4).
           05 GS-TO-NUMBER PIC 9(4).
           05 GS-PARITY PIC X.
               88 GS-PARITY-ODD VALUE "O".
               88 GS-PARITY-EVEN VALUE "E".
               88 GS-PARITY-ALL VALUE "A".
               88 GS-PARITY-VALID VALUE "O" "E" "A".
           05 GS-ELECTORAL-DISTRICT PIC X(6).
           05 GS-STATISTICAL-DISTRICT PIC X(6).
           05 GS-SCHOOL-CATCHMENT PIC X(6).
           05 GS-OPERATOR-ID PIC X(8).
           05 GS-CHANGE-DATE PIC 9(8).
