       01 PROC-CALENDAR-RECORD.
           05 PC-DATE PIC 9(8).
           05 PC-DAY-TYPE PIC X.
               88 PC-TYPE-HOLIDAY VALUE "H".
               88 PC-TYPE-WEEKLY VALUE "W".
               88 PC-TYPE-MONTH-END VALUE "M".
               88 PC-TYPE-QUARTER-END VALUE "Q".
