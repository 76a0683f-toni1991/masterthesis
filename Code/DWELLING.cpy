       01 DWELLING-RECORD.
           05 DW-KEY.
               10 DW-STREET PIC X(15).
               10 DW-HOUSENUMBER PIC X(5).
               10 DW-UNIT PIC X(4).
           05 DW-ZIP-CODE PIC X(6).
           05 DW-ROOMS PIC 9(2).
           05 DW-FLOOR-AREA PIC 9(4).
           05 DW-TYPE PIC X.
               88 DW-TYPE-FLAT VALUE "F".
               88 DW-TYPE-HOUSE VALUE "H".
               88 DW-TYPE-SINGLE-ROOM VALUE "R".
               88 DW-TYPE-INSTITUTION VALUE "I".
               88 DW-TYPE-VALID VALUE "F" "H" "R" "I".
           05 DW-BED-CAPACITY PIC 9(4).
           05 DW-OPERATOR-ID PIC X(8).
           05 DW-CHANGE-DATE PIC 9(8).
