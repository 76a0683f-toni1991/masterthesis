       01 OBJECTION-RECORD.
           05 OB-KEY.
               10 OB-PERSON-ID PIC 9(6).
               10 OB-TYPE PIC X.
                   88 OB-TYPE-PARTIES VALUE "P".
                   88 OB-TYPE-ADDRESS-BOOK VALUE "A".
                   88 OB-TYPE-PRESS VALUE "J".
                   88 OB-TYPE-RELIGIOUS VALUE "R".
                   88 OB-TYPE-VALID VALUE "P" "A" "J" "R".
           05 OB-EFFECTIVE-FROM PIC 9(8).
           05 OB-EFFECTIVE-TO PIC 9(8).
           05 OB-OPERATOR-ID PIC X(8).
           05 OB-CHANGE-DATE PIC 9(8).
