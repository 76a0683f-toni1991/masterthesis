       01 WS-PROC-CALENDAR-STATUS PIC X(2).
       01 CALENDAR-EOF-SWITCH PIC X VALUE "N".
           88 CALENDAR-EOF VALUE "Y".
       01 WS-WD-DATE PIC 9(8).
       01 WS-WD-WEEKDAY PIC 9.
           88 WD-WEEKEND VALUE 5 6.
       01 WS-WD-SWITCH PIC X VALUE "N".
           88 WORKING-DAY VALUE "Y".
           88 WD-HOLIDAY VALUE "H".
