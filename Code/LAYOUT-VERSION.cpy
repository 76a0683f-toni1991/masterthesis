       01 WS-CURRENT-LAYOUT-VERSION PIC 9(2) VALUE 07.
       01 WS-LAYOUT-ON-FILE PIC 9(2) VALUE 0.
       01 WS-LAYOUT-OK-SWITCH PIC X VALUE "Y".
           88 LAYOUT-VERSION-OK VALUE "Y".
