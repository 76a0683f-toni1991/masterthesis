       01 WS-SCREEN-ENTRY-SWITCH PIC X VALUE "N".
           88 SCREEN-ENTRY VALUE "Y".
       01 WS-PE-RESULT-SWITCH PIC X VALUE "N".
           88 PE-PENDING VALUE "N".
           88 PE-PASSED VALUE "P".
           88 PE-CANCELLED VALUE "C".
       01 WS-PERSON-ENTRY.
           05 PE-TITLE PIC X(20).
           05 PE-ACTION PIC X.
               88 PE-ACTION-CANCEL VALUE "C" "c".
           05 PE-MESSAGE PIC X(76).
           05 PE-ERROR-COUNT PIC 9(2).
           05 PE-MARKS.
               10 PE-ID-MARK PIC X(2).
               10 PE-DOB-MARK PIC X(2).
               10 PE-FIRSTNAME-MARK PIC X(2).
               10 PE-SURNAME-MARK PIC X(2).
               10 PE-ADDRESS-MARK PIC X(2).
               10 PE-SEX-MARK PIC X(2).
               10 PE-NATIONALITY-MARK PIC X(2).
               10 PE-PERMIT-MARK PIC X(2).
               10 PE-STATUS-MARK PIC X(2).
               10 PE-MOVE-IN-MARK PIC X(2).
               10 PE-MUNICIPALITY-MARK PIC X(2).
