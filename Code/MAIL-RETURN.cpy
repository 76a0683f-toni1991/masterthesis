       01 MAIL-RETURN-RECORD.
           05 RT-RETURN-DATE PIC 9(8).
           05 RT-REFERENCE PIC X(12).
           05 RT-LETTER-TYPE PIC X(4).
           05 RT-PERSON-ID PIC 9(6).
           05 RT-REASON PIC X.
               88 RT-REASON-UNKNOWN VALUE "U".
               88 RT-REASON-MOVED VALUE "M".
               88 RT-REASON-REFUSED VALUE "R".
               88 RT-REASON-OTHER VALUE "O".
               88 RT-REASON-VALID VALUE "U" "M" "R" "O".
           05 RT-STREET PIC X(15).
           05 RT-HOUSENUMBER PIC X(5).
           05 RT-ZIP-CODE PIC X(6).
           05 RT-OPERATOR-ID PIC X(8).
