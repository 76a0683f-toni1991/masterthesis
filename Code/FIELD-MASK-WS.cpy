       01 WS-FM-ROLE-TABLE.
           05 FILLER PIC X(5) VALUE "SFFFP".
           05 FILLER PIC X(5) VALUE "UFFFP".
           05 FILLER PIC X(5) VALUE "RPFPH".
           05 FILLER PIC X(5) VALUE "TPHHH".
       01 WS-FM-ROLES REDEFINES WS-FM-ROLE-TABLE.
           05 WS-FM-ROLE-ENTRY OCCURS 4 TIMES.
               10 WS-FM-ROLE PIC X.
               10 WS-FM-ROLE-VISIBILITY PIC X(4).
       01 WS-FM-ROLE-IDX PIC 9(1).
       01 WS-FM-ROLE-FOUND-SWITCH PIC X.
           88 FM-ROLE-FOUND VALUE "Y".
       01 WS-FM-VISIBILITY.
           05 WS-FM-DOB-RULE PIC X.
               88 FM-DOB-FULL VALUE "F".
               88 FM-DOB-PARTIAL VALUE "P".
           05 WS-FM-NATIONALITY-RULE PIC X.
               88 FM-NATIONALITY-FULL VALUE "F".
           05 WS-FM-PERMIT-RULE PIC X.
               88 FM-PERMIT-FULL VALUE "F".
               88 FM-PERMIT-PARTIAL VALUE "P".
           05 WS-FM-CONTACT-RULE PIC X.
               88 FM-CONTACT-FULL VALUE "F".
               88 FM-CONTACT-PARTIAL VALUE "P".
               88 FM-CONTACT-NAME-SHOWN VALUE "F" "P".
       01 WS-FM-OVERRIDE-SWITCH PIC X VALUE "N".
           88 FM-UNMASKED-OVERRIDE VALUE "Y".
       01 WS-FM-OVERRIDE-REASON PIC X(40) VALUE SPACES.
       01 WS-FM-DOB-IN PIC 9(8).
       01 WS-FM-AGE-IN PIC 9(3).
       01 WS-FM-NATIONALITY-IN PIC X(3).
       01 WS-FM-PERMIT-TYPE-IN PIC X(2).
       01 WS-FM-PERMIT-EXPIRY-IN PIC 9(8).
       01 WS-FM-CONTACT-NAME-IN PIC X(20).
       01 WS-FM-CONTACT-PHONE-IN PIC X(12).
       01 WS-FM-DOB-TEXT PIC X(8).
       01 WS-FM-AGE-TEXT PIC X(3).
       01 WS-FM-NATIONALITY-TEXT PIC X(3).
       01 WS-FM-PERMIT-TYPE-TEXT PIC X(2).
       01 WS-FM-PERMIT-EXPIRY-TEXT PIC X(8).
       01 WS-FM-CONTACT-NAME-TEXT PIC X(20).
       01 WS-FM-CONTACT-PHONE-TEXT PIC X(12).
