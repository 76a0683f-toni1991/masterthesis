       01 EXEMPTION-HOLDER-RECORD.
           05 EH-HOLDER-TYPE PIC X.
               88 EH-REQUESTER VALUE "R".
               88 EH-PERSON VALUE "P".
               88 EH-HOLDER-TYPE-VALID VALUE "R" "P".
           05 EH-HOLDER-ID PIC X(8).
           05 EH-CATEGORY PIC X(4).
           05 EH-VALID-FROM PIC 9(8).
           05 EH-VALID-TO PIC 9(8).
           05 EH-EVIDENCE PIC X(20).
           05 EH-OPERATOR-ID PIC X(8).
           05 EH-CHANGE-DATE PIC 9(8).
