       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPOINTMENT-WEEKLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AppointmentFile
          ASSIGN TO "appointments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPOINTMENT-STATUS.
       SELECT CounterFile
          ASSIGN TO "counters.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-COUNTER-STATUS.
       SELECT ProcCalendarFile
          ASSIGN TO "proccalendar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PROC-CALENDAR-STATUS.
       SELECT WeeklyCardFile
          ASSIGN TO "weeklycard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-WEEKLY-CARD-STATUS.
       SELECT WeeklyReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AppointmentFile.
       COPY "APPOINTMENT".

       FD CounterFile.
       COPY "COUNTER".

       FD ProcCalendarFile.
       COPY "PROC-CALENDAR".

       FD WeeklyCardFile.
       01 WEEKLY-CARD-RECORD.
           05 WC-DATE PIC 9(8).

       FD WeeklyReportFile.
       01 REPORT-LINE PIC X(72).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "DAY-NUMBER-WS".
       COPY "WORKING-DAY-WS".
       COPY "CLOCK-TIME-WS".
       01 WS-APPOINTMENT-STATUS PIC X(2).
       01 WS-COUNTER-STATUS PIC X(2).
       01 WS-WEEKLY-CARD-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 APPOINTMENT-EOF-SWITCH PIC X VALUE "N".
           88 APPOINTMENT-EOF VALUE "Y".
       01 COUNTER-EOF-SWITCH PIC X VALUE "N".
           88 COUNTER-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CARD-DATE PIC 9(8) VALUE 0.
       01 WS-STEP-DATE PIC 9(8).
       01 WS-STEP-PARTS REDEFINES WS-STEP-DATE.
           05 WS-STEP-CCYY PIC 9(4).
           05 WS-STEP-MM PIC 9(2).
           05 WS-STEP-DD PIC 9(2).
       01 WS-STEP-TARGET PIC 9(8).
       01 WS-STEP-NEXT-MONTH PIC 9(8).
       01 WS-STEP-BACK PIC 9(2).
       01 WS-STEP-IDX PIC 9(2).
       01 WS-WEEK-TABLE.
           05 WS-WK-DAY OCCURS 5 TIMES.
               10 WS-WK-DATE PIC 9(8).
               10 WS-WK-WORKING PIC X.
                   88 WK-WORKING-DAY VALUE "Y".
       01 WS-WK-IDX PIC 9.
       01 WS-WK-FOUND-IDX PIC 9.
       01 WS-COUNTER-TABLE.
           05 WS-CT-ENTRY PIC X(50) OCCURS 20 TIMES.
       01 WS-CT-COUNT PIC 9(2) VALUE 0.
       01 WS-CT-IDX PIC 9(2).
       01 WS-CT-FOUND-IDX PIC 9(2).
       01 WS-USAGE-TABLE.
           05 WS-USAGE-COUNTER OCCURS 20 TIMES.
               10 WS-USAGE-DAY OCCURS 5 TIMES.
                   15 WS-U-OPEN-MINUTES PIC 9(5).
                   15 WS-U-BOOKED-MINUTES PIC 9(5).
                   15 WS-U-APPOINTMENTS PIC 9(4).
                   15 WS-U-ATTENDED PIC 9(4).
                   15 WS-U-NO-SHOWS PIC 9(4).
                   15 WS-U-CANCELLED PIC 9(4).
       01 WS-LINE-COUNTS.
           05 WS-L-OPEN-MINUTES PIC 9(7).
           05 WS-L-BOOKED-MINUTES PIC 9(7).
           05 WS-L-APPOINTMENTS PIC 9(6).
           05 WS-L-ATTENDED PIC 9(6).
           05 WS-L-NO-SHOWS PIC 9(6).
           05 WS-L-CANCELLED PIC 9(6).
       01 WS-SUM-COUNTS.
           05 WS-S-OPEN-MINUTES PIC 9(7).
           05 WS-S-BOOKED-MINUTES PIC 9(7).
           05 WS-S-APPOINTMENTS PIC 9(6).
           05 WS-S-ATTENDED PIC 9(6).
           05 WS-S-NO-SHOWS PIC 9(6).
           05 WS-S-CANCELLED PIC 9(6).
       01 WS-TOTAL-COUNTS.
           05 WS-T-OPEN-MINUTES PIC 9(7).
           05 WS-T-BOOKED-MINUTES PIC 9(7).
           05 WS-T-APPOINTMENTS PIC 9(6).
           05 WS-T-ATTENDED PIC 9(6).
           05 WS-T-NO-SHOWS PIC 9(6).
           05 WS-T-CANCELLED PIC 9(6).
       01 WS-OPEN-MINUTES PIC 9(4).
       01 WS-BUSY-START PIC 9(4).
       01 WS-BUSY-MINUTES PIC 9(4).
       01 WS-UTIL-PERCENT PIC 9(3).
       01 WS-UNMARKED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-USAGE-LINE.
           05 UL-LABEL PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 UL-OPEN-MINUTES PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 UL-BOOKED-MINUTES PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 UL-UTIL-PERCENT PIC ZZ9.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC X VALUE SPACE.
           05 UL-APPOINTMENTS PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 UL-ATTENDED PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 UL-NO-SHOWS PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 UL-CANCELLED PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "WEEKLY COUNTER NO-SHOW AND UTILISATION REPORT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-WEEKLY-CARD.
           PERFORM BUILD-REPORT-WEEK.
           IF NOT DN-DATE-VALID
               DISPLAY "Week date " WS-CARD-DATE " is not a valid "
                   "date - run refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-COUNTERS.
           IF WS-CT-COUNT = 0
               DISPLAY "No counters on file in counters.txt - "
                   "report refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Reporting week " WS-WK-DATE(1) " to "
               WS-WK-DATE(5) ".".
           PERFORM SET-OPEN-MINUTES.
           PERFORM COUNT-WEEK-APPOINTMENTS.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "appointmentweekly." DELIMITED BY SIZE
               WS-WK-DATE(1) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT WeeklyReportFile.
           PERFORM WRITE-REPORT-HEADER.
           MOVE ZEROS TO WS-TOTAL-COUNTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM PRINT-COUNTER-USAGE
           END-PERFORM.
           PERFORM PRINT-WEEK-TOTAL.
           CLOSE WeeklyReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Appointments in week: " WS-T-APPOINTMENTS
               " no-shows: " WS-T-NO-SHOWS.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME ".".
           GOBACK.

       READ-WEEKLY-CARD SECTION.
           OPEN INPUT WeeklyCardFile.
           IF WS-WEEKLY-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ WeeklyCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF WC-DATE IS NUMERIC AND WC-DATE > 0
                           MOVE WC-DATE TO WS-CARD-DATE
                       END-IF
               END-READ
               CLOSE WeeklyCardFile
           END-IF.

       BUILD-REPORT-WEEK SECTION.
           IF WS-CARD-DATE > 0
               MOVE WS-CARD-DATE TO WS-STEP-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-STEP-DATE
           END-IF.
           MOVE WS-STEP-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           IF DN-DATE-VALID
               COMPUTE WS-DN-QUOTIENT = WS-DN-DAYS + 1
               DIVIDE WS-DN-QUOTIENT BY 7 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-WD-WEEKDAY
               MOVE WS-WD-WEEKDAY TO WS-STEP-BACK
               IF WS-CARD-DATE = 0
                   ADD 7 TO WS-STEP-BACK
               END-IF
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-BACK
                   PERFORM PREVIOUS-CALENDAR-DAY
               END-PERFORM
               PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                       UNTIL WS-WK-IDX > 5
                   MOVE WS-STEP-DATE TO WS-WK-DATE(WS-WK-IDX)
                   MOVE WS-STEP-DATE TO WS-WD-DATE
                   PERFORM CHECK-WORKING-DAY
                   MOVE WS-WD-SWITCH TO WS-WK-WORKING(WS-WK-IDX)
                   PERFORM NEXT-CALENDAR-DAY
               END-PERFORM
               SET DN-DATE-VALID TO TRUE
           END-IF.

       PREVIOUS-CALENDAR-DAY SECTION.
           IF WS-STEP-DD > 1
               SUBTRACT 1 FROM WS-STEP-DD
           ELSE
               MOVE WS-STEP-DATE TO WS-DN-DATE
               PERFORM DATE-TO-DAY-NUMBER
               COMPUTE WS-STEP-TARGET = WS-DN-DAYS - 1
               IF WS-STEP-MM = 1
                   SUBTRACT 1 FROM WS-STEP-CCYY
                   MOVE 12 TO WS-STEP-MM
               ELSE
                   SUBTRACT 1 FROM WS-STEP-MM
               END-IF
               MOVE 31 TO WS-STEP-DD
               MOVE WS-STEP-DATE TO WS-DN-DATE
               PERFORM DATE-TO-DAY-NUMBER
               PERFORM UNTIL WS-DN-DAYS = WS-STEP-TARGET
                   SUBTRACT 1 FROM WS-STEP-DD
                   MOVE WS-STEP-DATE TO WS-DN-DATE
                   PERFORM DATE-TO-DAY-NUMBER
               END-PERFORM
           END-IF.

       NEXT-CALENDAR-DAY SECTION.
           MOVE WS-STEP-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           COMPUTE WS-STEP-TARGET = WS-DN-DAYS + 1.
           MOVE WS-STEP-DATE TO WS-STEP-NEXT-MONTH.
           IF WS-STEP-MM = 12
               COMPUTE WS-STEP-NEXT-MONTH =
                   (WS-STEP-CCYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-STEP-NEXT-MONTH =
                   WS-STEP-CCYY * 10000 + (WS-STEP-MM + 1) * 100 + 1
           END-IF.
           MOVE WS-STEP-NEXT-MONTH TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           IF WS-DN-DAYS = WS-STEP-TARGET
               MOVE WS-STEP-NEXT-MONTH TO WS-STEP-DATE
           ELSE
               ADD 1 TO WS-STEP-DD
           END-IF.

       LOAD-COUNTERS SECTION.
           MOVE 0 TO WS-CT-COUNT.
           OPEN INPUT CounterFile.
           IF WS-COUNTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL COUNTER-EOF OR WS-CT-COUNT = 20
                   READ CounterFile
                       AT END SET COUNTER-EOF TO TRUE
                   END-READ
                   IF NOT COUNTER-EOF AND CT-COUNTER-ID NOT = SPACES
                       AND CT-OPEN-TIME IS NUMERIC
                       AND CT-CLOSE-TIME IS NUMERIC
                       AND CT-CLOSE-TIME > CT-OPEN-TIME
                       ADD 1 TO WS-CT-COUNT
                       MOVE COUNTER-RECORD TO WS-CT-ENTRY(WS-CT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CounterFile
           END-IF.

       SET-OPEN-MINUTES SECTION.
           MOVE ZEROS TO WS-USAGE-TABLE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-ENTRY(WS-CT-IDX) TO COUNTER-RECORD
               MOVE CT-OPEN-TIME TO WS-CLOCK-HHMM
               PERFORM CLOCK-TO-MINUTES
               MOVE WS-CLOCK-MINUTES TO WS-BUSY-START
               MOVE CT-CLOSE-TIME TO WS-CLOCK-HHMM
               PERFORM CLOCK-TO-MINUTES
               COMPUTE WS-OPEN-MINUTES =
                   WS-CLOCK-MINUTES - WS-BUSY-START
               PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                       UNTIL WS-WK-IDX > 5
                   IF WK-WORKING-DAY(WS-WK-IDX)
                       MOVE WS-OPEN-MINUTES TO
                           WS-U-OPEN-MINUTES(WS-CT-IDX, WS-WK-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COUNT-WEEK-APPOINTMENTS SECTION.
           OPEN INPUT AppointmentFile.
           IF WS-APPOINTMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL APPOINTMENT-EOF
                   READ AppointmentFile
                       AT END SET APPOINTMENT-EOF TO TRUE
                   END-READ
                   IF NOT APPOINTMENT-EOF
                       AND AP-DATE NOT < WS-WK-DATE(1)
                       AND AP-DATE NOT > WS-WK-DATE(5)
                       PERFORM COUNT-ONE-APPOINTMENT
                   END-IF
               END-PERFORM
               CLOSE AppointmentFile
           END-IF.

       COUNT-ONE-APPOINTMENT SECTION.
           MOVE 0 TO WS-WK-FOUND-IDX.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > 5
               IF WS-WK-DATE(WS-WK-IDX) = AP-DATE
                   MOVE WS-WK-IDX TO WS-WK-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CT-FOUND-IDX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-ENTRY(WS-CT-IDX)(1:2) = AP-COUNTER
                   MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-WK-FOUND-IDX > 0 AND WS-CT-FOUND-IDX > 0
               MOVE WS-CT-FOUND-IDX TO WS-CT-IDX
               MOVE WS-WK-FOUND-IDX TO WS-WK-IDX
               IF AP-CANCELLED
                   ADD 1 TO WS-U-CANCELLED(WS-CT-IDX, WS-WK-IDX)
               ELSE
                   ADD 1 TO WS-U-APPOINTMENTS(WS-CT-IDX, WS-WK-IDX)
                   MOVE AP-START-TIME TO WS-CLOCK-HHMM
                   PERFORM CLOCK-TO-MINUTES
                   MOVE WS-CLOCK-MINUTES TO WS-BUSY-START
                   MOVE AP-END-TIME TO WS-CLOCK-HHMM
                   PERFORM CLOCK-TO-MINUTES
                   COMPUTE WS-BUSY-MINUTES =
                       WS-CLOCK-MINUTES - WS-BUSY-START
                   ADD WS-BUSY-MINUTES
                       TO WS-U-BOOKED-MINUTES(WS-CT-IDX, WS-WK-IDX)
                   EVALUATE TRUE
                       WHEN AP-ATTENDED
                           ADD 1 TO WS-U-ATTENDED(WS-CT-IDX, WS-WK-IDX)
                       WHEN AP-NO-SHOW
                           ADD 1 TO WS-U-NO-SHOWS(WS-CT-IDX, WS-WK-IDX)
                       WHEN AP-BOOKED AND AP-DATE < WS-RUN-DATE
                           ADD 1 TO WS-U-NO-SHOWS(WS-CT-IDX, WS-WK-IDX)
                           ADD 1 TO WS-UNMARKED-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "COUNTER NO-SHOW AND UTILISATION REPORT  WEEK "
               DELIMITED BY SIZE
               WS-WK-DATE(1) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-WK-DATE(5) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Run date " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.

       PRINT-COUNTER-USAGE SECTION.
           MOVE WS-CT-ENTRY(WS-CT-IDX) TO COUNTER-RECORD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "COUNTER " DELIMITED BY SIZE
               CT-COUNTER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAY        OPEN-MIN BOOK-MIN  UTIL   APPTS"
               DELIMITED BY SIZE
               " ATTEND NOSHOW CANCEL" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 3 TO WS-TOTAL-LINES.
           MOVE ZEROS TO WS-SUM-COUNTS.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > 5
               PERFORM PRINT-DAY-USAGE
           END-PERFORM.
           MOVE WS-SUM-COUNTS TO WS-LINE-COUNTS.
           MOVE "WEEK" TO UL-LABEL.
           PERFORM WRITE-USAGE-LINE.
           ADD WS-S-OPEN-MINUTES TO WS-T-OPEN-MINUTES.
           ADD WS-S-BOOKED-MINUTES TO WS-T-BOOKED-MINUTES.
           ADD WS-S-APPOINTMENTS TO WS-T-APPOINTMENTS.
           ADD WS-S-ATTENDED TO WS-T-ATTENDED.
           ADD WS-S-NO-SHOWS TO WS-T-NO-SHOWS.
           ADD WS-S-CANCELLED TO WS-T-CANCELLED.

       PRINT-DAY-USAGE SECTION.
           MOVE WS-U-OPEN-MINUTES(WS-CT-IDX, WS-WK-IDX)
               TO WS-L-OPEN-MINUTES.
           MOVE WS-U-BOOKED-MINUTES(WS-CT-IDX, WS-WK-IDX)
               TO WS-L-BOOKED-MINUTES.
           MOVE WS-U-APPOINTMENTS(WS-CT-IDX, WS-WK-IDX)
               TO WS-L-APPOINTMENTS.
           MOVE WS-U-ATTENDED(WS-CT-IDX, WS-WK-IDX) TO WS-L-ATTENDED.
           MOVE WS-U-NO-SHOWS(WS-CT-IDX, WS-WK-IDX) TO WS-L-NO-SHOWS.
           MOVE WS-U-CANCELLED(WS-CT-IDX, WS-WK-IDX)
               TO WS-L-CANCELLED.
           IF WK-WORKING-DAY(WS-WK-IDX)
               OR WS-L-APPOINTMENTS > 0 OR WS-L-CANCELLED > 0
               MOVE WS-WK-DATE(WS-WK-IDX) TO UL-LABEL
               PERFORM WRITE-USAGE-LINE
           END-IF.
           ADD WS-L-OPEN-MINUTES TO WS-S-OPEN-MINUTES.
           ADD WS-L-BOOKED-MINUTES TO WS-S-BOOKED-MINUTES.
           ADD WS-L-APPOINTMENTS TO WS-S-APPOINTMENTS.
           ADD WS-L-ATTENDED TO WS-S-ATTENDED.
           ADD WS-L-NO-SHOWS TO WS-S-NO-SHOWS.
           ADD WS-L-CANCELLED TO WS-S-CANCELLED.

       WRITE-USAGE-LINE SECTION.
           MOVE WS-L-OPEN-MINUTES TO UL-OPEN-MINUTES.
           MOVE WS-L-BOOKED-MINUTES TO UL-BOOKED-MINUTES.
           IF WS-L-OPEN-MINUTES > 0
               COMPUTE WS-UTIL-PERCENT ROUNDED =
                   WS-L-BOOKED-MINUTES * 100 / WS-L-OPEN-MINUTES
           ELSE
               MOVE 0 TO WS-UTIL-PERCENT
           END-IF.
           MOVE WS-UTIL-PERCENT TO UL-UTIL-PERCENT.
           MOVE WS-L-APPOINTMENTS TO UL-APPOINTMENTS.
           MOVE WS-L-ATTENDED TO UL-ATTENDED.
           MOVE WS-L-NO-SHOWS TO UL-NO-SHOWS.
           MOVE WS-L-CANCELLED TO UL-CANCELLED.
           MOVE WS-USAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       PRINT-WEEK-TOTAL SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALL COUNTERS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.
           MOVE WS-TOTAL-COUNTS TO WS-LINE-COUNTS.
           MOVE "TOTAL" TO UL-LABEL.
           PERFORM WRITE-USAGE-LINE.
           IF WS-UNMARKED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "No-shows include " DELIMITED BY SIZE
                   WS-UNMARKED-COUNT DELIMITED BY SIZE
                   " past appointments never marked attended."
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.

       LOG-REPORT-INDEX SECTION.
           MOVE "COUNTER UTILISATION" TO RI-REPORT-NAME.
           MOVE "APPOINTMENT-WEEKLY" TO RI-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RI-RUN-DATE.
           MOVE WS-TOTAL-LINES TO RI-LINE-COUNT.
           MOVE WS-REPORT-FILE-NAME TO RI-FILE-NAME.
           OPEN EXTEND ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CLOSE ReportIndexFile
               OPEN OUTPUT ReportIndexFile
           END-IF.
           WRITE REPORT-INDEX-RECORD.
           CLOSE ReportIndexFile.

       COPY "CLOCK-TIME".

       COPY "WORKING-DAY".

       COPY "DAY-NUMBER".

       END PROGRAM APPOINTMENT-WEEKLY.
