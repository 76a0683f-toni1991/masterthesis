       CHECK-WORKING-DAY SECTION.
           MOVE "N" TO WS-WD-SWITCH.
           MOVE WS-WD-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           IF DN-DATE-VALID
               COMPUTE WS-DN-QUOTIENT = WS-DN-DAYS + 1
               DIVIDE WS-DN-QUOTIENT BY 7 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-WD-WEEKDAY
               IF NOT WD-WEEKEND
                   SET WORKING-DAY TO TRUE
                   PERFORM CHECK-CALENDAR-HOLIDAY
               END-IF
           END-IF.

       CHECK-CALENDAR-HOLIDAY SECTION.
           MOVE "N" TO CALENDAR-EOF-SWITCH.
           OPEN INPUT ProcCalendarFile.
           IF WS-PROC-CALENDAR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL CALENDAR-EOF
                   READ ProcCalendarFile
                       AT END SET CALENDAR-EOF TO TRUE
                   END-READ
                   IF NOT CALENDAR-EOF AND PC-DATE = WS-WD-DATE
                       AND PC-TYPE-HOLIDAY
                       SET WD-HOLIDAY TO TRUE
                       SET CALENDAR-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ProcCalendarFile
           END-IF.
