       01 WS-HOUSEHOLD-MASTER-STATUS PIC X(2).
       01 WS-ENV-HHMASTER PIC X(40) VALUE "householdmaster.dat".
       01 WS-CONSOLIDATE-SWITCH PIC X VALUE "N".
           88 CONSOLIDATE-WANTED VALUE "Y".
       01 WS-HG-FULL-SWITCH PIC X VALUE "N".
           88 HOUSEHOLD-TABLE-FULL VALUE "Y".
       01 HH-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 HH-MASTER-EOF VALUE "Y".
       01 WS-HG-TABLE.
           05 WS-HG-ENTRY OCCURS 1000 TIMES.
               10 T-HG-KIND PIC X(4).
               10 T-HG-PERSON-ID PIC 9(6).
               10 T-HG-HOUSEHOLD-ID PIC 9(4).
               10 T-HG-FIRSTNAME PIC X(10).
               10 T-HG-SURNAME PIC X(10).
               10 T-HG-STREET PIC X(15).
               10 T-HG-HOUSENUMBER PIC X(5).
               10 T-HG-ZIP-CODE PIC X(6).
               10 T-HG-CITY PIC X(15).
               10 T-HG-LANGUAGE PIC X(2).
               10 T-HG-LEADER PIC 9(4).
       01 WS-HG-COUNT PIC 9(4) VALUE 0.
       01 WS-HG-IDX PIC 9(4).
       01 WS-HG-SCAN PIC 9(4).
       01 WS-HG-LEADER PIC 9(4).
       01 WS-HG-MEMBER-IDX PIC 9(2).
       01 WS-HG-NEW-KIND PIC X(4).
       01 WS-HG-NEW-PERSON-ID PIC 9(6).
       01 WS-HG-NEW-FIRSTNAME PIC X(10).
       01 WS-HG-NEW-SURNAME PIC X(10).
       01 WS-HG-NEW-STREET PIC X(15).
       01 WS-HG-NEW-HOUSENUMBER PIC X(5).
       01 WS-HG-NEW-ZIP-CODE PIC X(6).
       01 WS-HG-NEW-CITY PIC X(15).
       01 WS-HG-NEW-LANGUAGE PIC X(2).
       01 WS-HG-MEMBERS PIC 9(4).
       01 WS-HG-SAME-SURNAME-SWITCH PIC X.
           88 HG-SAME-SURNAME VALUE "Y".
       01 WS-HG-SALUTATION PIC X(40).
       01 WS-HG-RECIPIENT-COUNT PIC 9(6) VALUE 0.
       01 WS-HG-LETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-HG-SAVED-COUNT PIC 9(6) VALUE 0.
