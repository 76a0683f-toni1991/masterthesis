       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPOINTMENT-SCHEDULE.
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
       SELECT WorkbasketFile
          ASSIGN TO "workbasket.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-WORKBASKET-STATUS.
       SELECT ProcCalendarFile
          ASSIGN TO "proccalendar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PROC-CALENDAR-STATUS.
       SELECT ScheduleCardFile
          ASSIGN TO "schedulecard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SCHEDULE-CARD-STATUS.
       SELECT ScheduleReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT SortFile
          ASSIGN TO "appointmentsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD AppointmentFile.
       COPY "APPOINTMENT".

       FD CounterFile.
       COPY "COUNTER".

       FD WorkbasketFile.
       COPY "WORKBASKET".

       FD ProcCalendarFile.
       COPY "PROC-CALENDAR".

       FD ScheduleCardFile.
       01 SCHEDULE-CARD-RECORD.
           05 SC-DATE PIC 9(8).

       FD ScheduleReportFile.
       01 REPORT-LINE PIC X(72).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       SD SortFile.
       01 SORT-RECORD.
           05 SR-COUNTER PIC X(2).
           05 SR-START-TIME PIC 9(4).
           05 SR-END-TIME PIC 9(4).
           05 SR-APPOINTMENT-ID PIC 9(6).
           05 SR-SERVICE-CODE PIC X(4).
           05 SR-PERSON-ID PIC 9(6).
           05 SR-NAME PIC X(30).

       WORKING-STORAGE SECTION.
       COPY "DAY-NUMBER-WS".
       COPY "WORKING-DAY-WS".
       COPY "CLOCK-TIME-WS".
       01 WS-APPOINTMENT-STATUS PIC X(2).
       01 WS-COUNTER-STATUS PIC X(2).
       01 WS-WORKBASKET-STATUS PIC X(2).
       01 WS-SCHEDULE-CARD-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 APPOINTMENT-EOF-SWITCH PIC X VALUE "N".
           88 APPOINTMENT-EOF VALUE "Y".
       01 COUNTER-EOF-SWITCH PIC X VALUE "N".
           88 COUNTER-EOF VALUE "Y".
       01 BASKET-EOF-SWITCH PIC X VALUE "N".
           88 BASKET-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SCHEDULE-DATE PIC 9(8) VALUE 0.
       01 WS-COUNTER-TABLE.
           05 WS-CT-ENTRY PIC X(50) OCCURS 20 TIMES.
       01 WS-COUNTER-USED-TABLE.
           05 WS-CT-USED PIC X OCCURS 20 TIMES.
       01 WS-CT-COUNT PIC 9(2) VALUE 0.
       01 WS-CT-IDX PIC 9(2).
       01 WS-CT-FOUND-IDX PIC 9(2).
       01 WS-BASKET-TABLE.
           05 WS-WB-ENTRY PIC X(126) OCCURS 500 TIMES.
       01 WS-WB-COUNT PIC 9(3) VALUE 0.
       01 WS-WB-IDX PIC 9(3).
       01 WS-PREV-COUNTER PIC X(2) VALUE SPACES.
       01 WS-FIRST-COUNTER-SWITCH PIC X VALUE "Y".
           88 FIRST-COUNTER VALUE "Y".
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-APPOINTMENT-COUNT PIC 9(5) VALUE 0.
       01 WS-COUNTER-APPOINTMENTS PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01 WS-IDLE-COUNT PIC 9(2) VALUE 0.
       01 WS-START-TEXT PIC X(5).
       01 WS-END-TEXT PIC X(5).
       01 WS-APPOINTMENT-LINE.
           05 AL-START PIC X(5).
           05 FILLER PIC X VALUE "-".
           05 AL-END PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-APPOINTMENT-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-SERVICE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-PERSON-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-NAME PIC X(30).
       01 WS-ITEM-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "ITEM ".
           05 IL-ITEM-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 IL-STATUS PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 IL-SOURCE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 IL-TEXT PIC X(39).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DAILY COUNTER SCHEDULE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-SCHEDULE-CARD.
           IF WS-SCHEDULE-DATE = 0
               MOVE WS-RUN-DATE TO WS-SCHEDULE-DATE
           END-IF.
           MOVE WS-SCHEDULE-DATE TO WS-WD-DATE.
           PERFORM CHECK-WORKING-DAY.
           IF NOT WORKING-DAY
               DISPLAY "No counter service on " WS-SCHEDULE-DATE
                   " - no schedule printed."
               GOBACK
           END-IF.
           PERFORM LOAD-COUNTERS.
           IF WS-CT-COUNT = 0
               DISPLAY "No counters on file in counters.txt - "
                   "schedule refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT AppointmentFile.
           IF WS-APPOINTMENT-STATUS = "35"
               DISPLAY "No appointments booked yet."
               GOBACK
           END-IF.
           PERFORM LOAD-PENDING-ITEMS.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "appointmentschedule." DELIMITED BY SIZE
               WS-SCHEDULE-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ScheduleReportFile.
           SORT SortFile
               ON ASCENDING KEY SR-COUNTER SR-START-TIME
               INPUT PROCEDURE IS SELECT-DAY-APPOINTMENTS
               OUTPUT PROCEDURE IS PRINT-COUNTER-SCHEDULES.
           CLOSE AppointmentFile.
           PERFORM PRINT-IDLE-COUNTERS.
           CLOSE ScheduleReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Appointments on " WS-SCHEDULE-DATE ": "
               WS-APPOINTMENT-COUNT.
           DISPLAY "Pending workbasket items listed: " WS-PENDING-COUNT.
           DISPLAY "Schedule written to " WS-REPORT-FILE-NAME ".".
           GOBACK.

       READ-SCHEDULE-CARD SECTION.
           OPEN INPUT ScheduleCardFile.
           IF WS-SCHEDULE-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ ScheduleCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF SC-DATE IS NUMERIC AND SC-DATE > 0
                           MOVE SC-DATE TO WS-SCHEDULE-DATE
                       END-IF
               END-READ
               CLOSE ScheduleCardFile
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
                       ADD 1 TO WS-CT-COUNT
                       MOVE COUNTER-RECORD TO WS-CT-ENTRY(WS-CT-COUNT)
                       MOVE "N" TO WS-CT-USED(WS-CT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CounterFile
           END-IF.

       LOAD-PENDING-ITEMS SECTION.
           MOVE 0 TO WS-WB-COUNT.
           OPEN INPUT WorkbasketFile.
           IF WS-WORKBASKET-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL BASKET-EOF OR WS-WB-COUNT = 500
                   READ WorkbasketFile
                       AT END SET BASKET-EOF TO TRUE
                   END-READ
                   IF NOT BASKET-EOF AND WB-PERSON-ID > 0
                       AND (WB-OPEN OR WB-TAKEN OR WB-ESCALATED)
                       ADD 1 TO WS-WB-COUNT
                       MOVE WORKBASKET-RECORD
                           TO WS-WB-ENTRY(WS-WB-COUNT)
                   END-IF
               END-PERFORM
               CLOSE WorkbasketFile
           END-IF.

       SELECT-DAY-APPOINTMENTS SECTION.
           PERFORM UNTIL APPOINTMENT-EOF
               READ AppointmentFile
                   AT END SET APPOINTMENT-EOF TO TRUE
               END-READ
               IF NOT APPOINTMENT-EOF
                   AND AP-DATE = WS-SCHEDULE-DATE
                   AND NOT AP-CANCELLED
                   MOVE AP-COUNTER TO SR-COUNTER
                   MOVE AP-START-TIME TO SR-START-TIME
                   MOVE AP-END-TIME TO SR-END-TIME
                   MOVE AP-APPOINTMENT-ID TO SR-APPOINTMENT-ID
                   MOVE AP-SERVICE-CODE TO SR-SERVICE-CODE
                   MOVE AP-PERSON-ID TO SR-PERSON-ID
                   MOVE AP-NAME TO SR-NAME
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       PRINT-COUNTER-SCHEDULES SECTION.
           PERFORM UNTIL SORT-EOF
               RETURN SortFile
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-APPOINTMENT
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-COUNTER
               PERFORM WRITE-COUNTER-FOOTER
           END-IF.

       PRINT-ONE-APPOINTMENT SECTION.
           IF FIRST-COUNTER OR SR-COUNTER NOT = WS-PREV-COUNTER
               IF NOT FIRST-COUNTER
                   PERFORM WRITE-COUNTER-FOOTER
               END-IF
               MOVE "N" TO WS-FIRST-COUNTER-SWITCH
               MOVE SR-COUNTER TO WS-PREV-COUNTER
               MOVE 0 TO WS-COUNTER-APPOINTMENTS
               PERFORM WRITE-COUNTER-HEADER
           END-IF.
           ADD 1 TO WS-APPOINTMENT-COUNT.
           ADD 1 TO WS-COUNTER-APPOINTMENTS.
           MOVE SR-START-TIME TO WS-CLOCK-HHMM.
           PERFORM CLOCK-TO-MINUTES.
           MOVE WS-CLOCK-TEXT TO AL-START.
           MOVE SR-END-TIME TO WS-CLOCK-HHMM.
           PERFORM CLOCK-TO-MINUTES.
           MOVE WS-CLOCK-TEXT TO AL-END.
           MOVE SR-APPOINTMENT-ID TO AL-APPOINTMENT-ID.
           MOVE SR-SERVICE-CODE TO AL-SERVICE-CODE.
           IF SR-PERSON-ID > 0
               MOVE SR-PERSON-ID TO AL-PERSON-ID
           ELSE
               MOVE "------" TO AL-PERSON-ID
           END-IF.
           MOVE SR-NAME TO AL-NAME.
           MOVE WS-APPOINTMENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.
           IF SR-PERSON-ID > 0
               PERFORM PRINT-PENDING-ITEMS
           END-IF.

       PRINT-PENDING-ITEMS SECTION.
           PERFORM VARYING WS-WB-IDX FROM 1 BY 1
                   UNTIL WS-WB-IDX > WS-WB-COUNT
               MOVE WS-WB-ENTRY(WS-WB-IDX) TO WORKBASKET-RECORD
               IF WB-PERSON-ID = SR-PERSON-ID
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WB-ITEM-ID TO IL-ITEM-ID
                   MOVE WB-STATUS TO IL-STATUS
                   MOVE WB-SOURCE TO IL-SOURCE
                   MOVE WB-TEXT TO IL-TEXT
                   MOVE WS-ITEM-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-TOTAL-LINES
               END-IF
           END-PERFORM.

       WRITE-COUNTER-HEADER SECTION.
           MOVE SPACES TO COUNTER-RECORD.
           MOVE SR-COUNTER TO CT-COUNTER-ID.
           MOVE 0 TO CT-OPEN-TIME.
           MOVE 0 TO CT-CLOSE-TIME.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-ENTRY(WS-CT-IDX)(1:2) = SR-COUNTER
                   MOVE WS-CT-ENTRY(WS-CT-IDX) TO COUNTER-RECORD
                   MOVE "Y" TO WS-CT-USED(WS-CT-IDX)
               END-IF
           END-PERFORM.
           MOVE CT-OPEN-TIME TO WS-CLOCK-HHMM.
           PERFORM CLOCK-TO-MINUTES.
           MOVE WS-CLOCK-TEXT TO WS-START-TEXT.
           MOVE CT-CLOSE-TIME TO WS-CLOCK-HHMM.
           PERFORM CLOCK-TO-MINUTES.
           MOVE WS-CLOCK-TEXT TO WS-END-TEXT.
           IF WS-TOTAL-LINES > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "COUNTER SCHEDULE " DELIMITED BY SIZE
               WS-SCHEDULE-DATE DELIMITED BY SIZE
               "  COUNTER " DELIMITED BY SIZE
               CT-COUNTER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-START-TEXT DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-END-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIME         APPT    SVC   PERSON  NAME"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO WS-TOTAL-LINES.

       WRITE-COUNTER-FOOTER SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "Appointments at counter " DELIMITED BY SIZE
               WS-PREV-COUNTER DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-COUNTER-APPOINTMENTS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.

       PRINT-IDLE-COUNTERS SECTION.
           MOVE 0 TO WS-IDLE-COUNT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-USED(WS-CT-IDX) = "N"
                   IF WS-IDLE-COUNT = 0
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "COUNTERS WITHOUT APPOINTMENTS"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 2 TO WS-TOTAL-LINES
                   END-IF
                   ADD 1 TO WS-IDLE-COUNT
                   MOVE WS-CT-ENTRY(WS-CT-IDX) TO COUNTER-RECORD
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       CT-COUNTER-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CT-NAME DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   ADD 1 TO WS-TOTAL-LINES
               END-IF
           END-PERFORM.

       LOG-REPORT-INDEX SECTION.
           MOVE "COUNTER SCHEDULE" TO RI-REPORT-NAME.
           MOVE "APPOINTMENT-SCHEDULE" TO RI-PROGRAM-NAME.
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

       END PROGRAM APPOINTMENT-SCHEDULE.
