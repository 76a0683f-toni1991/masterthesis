       01 WS-LANDLORD-CONFIRM-STATUS PIC X(2).
       01 WS-LC-DUE-SWITCH PIC X VALUE "N".
           88 LANDLORD-CONFIRM-DUE VALUE "Y".
       01 WS-LC-MOVE-IN-DATE PIC 9(8) VALUE 0.
       01 WS-LC-LANDLORD-NAME PIC X(30).
       01 WS-LC-LANDLORD-STREET PIC X(15).
       01 WS-LC-LANDLORD-HOUSENUMBER PIC X(5).
       01 WS-LC-LANDLORD-ZIP-CODE PIC X(6).
       01 WS-LC-LANDLORD-CITY PIC X(15).
