       01 WS-CORR-ADDRESS-STATUS PIC X(2).
       01 WS-ENV-CORRADDR PIC X(40) VALUE "corraddress.dat".
       01 WS-CA-OPEN-SWITCH PIC X VALUE "N".
           88 CORR-ADDRESS-OPEN VALUE "Y".
       01 WS-CA-PERSON-ID PIC 9(6).
       01 WS-CA-AS-OF-DATE PIC 9(8).
       01 WS-CA-USED-SWITCH PIC X VALUE "N".
           88 MAIL-TO-CORR-ADDRESS VALUE "Y".
       01 WS-CA-USED-COUNT PIC 9(6) VALUE 0.
       01 WS-MAIL-ADDRESS.
           05 WS-MAIL-CARE-OF PIC X(30).
           05 WS-MAIL-STREET PIC X(15).
           05 WS-MAIL-HOUSENUMBER PIC X(5).
           05 WS-MAIL-ZIP-CODE PIC X(6).
           05 WS-MAIL-CITY PIC X(15).
           05 WS-MAIL-COUNTRY PIC X(15).
       01 WS-MAIL-LINES.
           05 WS-MAIL-LINE PIC X(42) OCCURS 4 TIMES.
       01 WS-MAIL-LINE-COUNT PIC 9.
       01 WS-MAIL-LINE-IDX PIC 9.
