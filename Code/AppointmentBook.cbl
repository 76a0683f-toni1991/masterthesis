       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPOINTMENT-BOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT AppointmentFile
          ASSIGN TO "appointments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPOINTMENT-STATUS.
       SELECT CounterFile
          ASSIGN TO "counters.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-COUNTER-STATUS.
       SELECT FeeScheduleFile
          ASSIGN TO "feeschedule.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-FEE-SCHEDULE-STATUS.
       SELECT ProcCalendarFile
          ASSIGN TO "proccalendar.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PROC-CALENDAR-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD RecordFile.
       COPY "PersonData".

       FD AppointmentFile.
       COPY "APPOINTMENT".

       FD CounterFile.
       COPY "COUNTER".

       FD FeeScheduleFile.
       COPY "FEE-SCHEDULE".

       FD ProcCalendarFile.
       COPY "PROC-CALENDAR".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "DAY-NUMBER-WS".
       COPY "WORKING-DAY-WS".
       COPY "CLOCK-TIME-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-APPOINTMENT-STATUS PIC X(2).
       01 WS-COUNTER-STATUS PIC X(2).
       01 WS-FEE-SCHEDULE-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 APPOINTMENT-EOF-SWITCH PIC X VALUE "N".
           88 APPOINTMENT-EOF VALUE "Y".
       01 WS-AP-OVERFLOW-SWITCH PIC X VALUE "N".
           88 APPOINTMENT-TABLE-OVERFLOW VALUE "Y".
       01 COUNTER-EOF-SWITCH PIC X VALUE "N".
           88 COUNTER-EOF VALUE "Y".
       01 SCHEDULE-EOF-SWITCH PIC X VALUE "N".
           88 SCHEDULE-EOF VALUE "Y".
       01 WS-APPOINTMENT-TABLE.
           05 WS-AP-ENTRY PIC X(87) OCCURS 2000 TIMES.
       01 WS-AP-COUNT PIC 9(4) VALUE 0.
       01 WS-AP-IDX PIC 9(4).
       01 WS-AP-FOUND-IDX PIC 9(4).
       01 WS-AP-LAST-ID PIC 9(6) VALUE 0.
       01 WS-COUNTER-TABLE.
           05 WS-CT-ENTRY PIC X(50) OCCURS 20 TIMES.
       01 WS-CT-COUNT PIC 9(2) VALUE 0.
       01 WS-CT-IDX PIC 9(2).
       01 WS-CT-FOUND-IDX PIC 9(2).
       01 WS-CT-SERVICE-IDX PIC 9.
       01 WS-SERVICE-TABLE.
           05 WS-SV-ENTRY OCCURS 50 TIMES.
               10 T-SV-SERVICE-CODE PIC X(4).
               10 T-SV-SLOT-MINUTES PIC 9(3).
       01 WS-SV-COUNT PIC 9(3) VALUE 0.
       01 WS-SV-IDX PIC 9(3).
       01 WS-SV-FOUND-IDX PIC 9(3).
       01 WS-DEFAULT-SLOT-MINUTES PIC 9(3) VALUE 15.
       01 WS-SLOT-STEP PIC 9(3) VALUE 5.
       01 WS-FUNCTION PIC X.
           88 FN-BOOK VALUE "B" "b".
           88 FN-FREE VALUE "F" "f".
           88 FN-LIST VALUE "L" "l".
           88 FN-ATTENDED VALUE "A" "a".
           88 FN-NO-SHOW VALUE "N" "n".
           88 FN-CANCEL VALUE "C" "c".
       01 WS-TODAY PIC 9(8).
       01 WS-BOOK-DATE PIC 9(8).
       01 WS-BOOK-COUNTER PIC X(2).
       01 WS-BOOK-SERVICE PIC X(4).
       01 WS-BOOK-PERSON-ID PIC 9(6).
       01 WS-BOOK-NAME PIC X(30).
       01 WS-WANT-TIME PIC 9(4).
       01 WS-WANT-ID PIC 9(6).
       01 WS-SLOT-MINUTES PIC 9(3).
       01 WS-OPEN-MINUTES PIC 9(4).
       01 WS-CLOSE-MINUTES PIC 9(4).
       01 WS-CAND-START PIC 9(4).
       01 WS-CAND-END PIC 9(4).
       01 WS-BUSY-START PIC 9(4).
       01 WS-BUSY-END PIC 9(4).
       01 WS-FREE-FROM PIC 9(4).
       01 WS-DAY-SWITCH PIC X VALUE "N".
           88 DAY-ACCEPTED VALUE "Y".
       01 WS-SLOT-FREE-SWITCH PIC X VALUE "N".
           88 SLOT-FREE VALUE "Y".
       01 WS-SLOT-FOUND-SWITCH PIC X VALUE "N".
           88 SLOT-FOUND VALUE "Y".
       01 WS-FREE-RUN-SWITCH PIC X VALUE "N".
           88 IN-FREE-RUN VALUE "Y".
       01 WS-PERSON-SWITCH PIC X VALUE "N".
           88 PERSON-ACCEPTED VALUE "Y".
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-START-TEXT PIC X(5).
       01 WS-END-TEXT PIC X(5).
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "COUNTER APPOINTMENT BOOKING".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-COUNTERS.
           IF WS-CT-COUNT = 0
               DISPLAY "No counters on file in counters.txt - "
                   "booking refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SERVICE-TABLE.
           PERFORM LOAD-APPOINTMENTS.
           IF APPOINTMENT-TABLE-OVERFLOW
               DISPLAY "More than 2000 appointments on file - run "
                   "refused, the file would be truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Function (B=book, F=free times, L=list day, "
               "A=attended, N=no-show, C=cancel): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           EVALUATE TRUE
               WHEN FN-BOOK PERFORM BOOK-APPOINTMENT
               WHEN FN-FREE PERFORM LIST-FREE-TIMES
               WHEN FN-LIST PERFORM LIST-DAY-APPOINTMENTS
               WHEN FN-ATTENDED PERFORM CHANGE-APPOINTMENT-STATUS
               WHEN FN-NO-SHOW PERFORM CHANGE-APPOINTMENT-STATUS
               WHEN FN-CANCEL PERFORM CHANGE-APPOINTMENT-STATUS
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

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

       LOAD-SERVICE-TABLE SECTION.
           MOVE 0 TO WS-SV-COUNT.
           OPEN INPUT FeeScheduleFile.
           IF WS-FEE-SCHEDULE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL SCHEDULE-EOF OR WS-SV-COUNT = 50
                   READ FeeScheduleFile
                       AT END SET SCHEDULE-EOF TO TRUE
                   END-READ
                   IF NOT SCHEDULE-EOF
                       MOVE FS-SERVICE-CODE TO WS-BOOK-SERVICE
                       PERFORM FIND-SERVICE
                       IF WS-SV-FOUND-IDX = 0
                           ADD 1 TO WS-SV-COUNT
                           MOVE FS-SERVICE-CODE
                               TO T-SV-SERVICE-CODE(WS-SV-COUNT)
                           IF FS-SLOT-MINUTES IS NUMERIC
                               AND FS-SLOT-MINUTES > 0
                               MOVE FS-SLOT-MINUTES
                                   TO T-SV-SLOT-MINUTES(WS-SV-COUNT)
                           ELSE
                               MOVE WS-DEFAULT-SLOT-MINUTES
                                   TO T-SV-SLOT-MINUTES(WS-SV-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FeeScheduleFile
           END-IF.

       LOAD-APPOINTMENTS SECTION.
           MOVE 0 TO WS-AP-COUNT.
           MOVE 0 TO WS-AP-LAST-ID.
           OPEN INPUT AppointmentFile.
           IF WS-APPOINTMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL APPOINTMENT-EOF
                   READ AppointmentFile
                       AT END SET APPOINTMENT-EOF TO TRUE
                   END-READ
                   IF NOT APPOINTMENT-EOF
                       IF WS-AP-COUNT = 2000
                           SET APPOINTMENT-TABLE-OVERFLOW TO TRUE
                           SET APPOINTMENT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-AP-COUNT
                           MOVE APPOINTMENT-RECORD
                               TO WS-AP-ENTRY(WS-AP-COUNT)
                           IF AP-APPOINTMENT-ID > WS-AP-LAST-ID
                               MOVE AP-APPOINTMENT-ID TO WS-AP-LAST-ID
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AppointmentFile
           END-IF.

       SAVE-APPOINTMENTS SECTION.
           OPEN OUTPUT AppointmentFile.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE WS-AP-ENTRY(WS-AP-IDX) TO APPOINTMENT-RECORD
               WRITE APPOINTMENT-RECORD
           END-PERFORM.
           CLOSE AppointmentFile.

       FIND-SERVICE SECTION.
           MOVE 0 TO WS-SV-FOUND-IDX.
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-COUNT
                   OR WS-SV-FOUND-IDX > 0
               IF T-SV-SERVICE-CODE(WS-SV-IDX) = WS-BOOK-SERVICE
                   MOVE WS-SV-IDX TO WS-SV-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-COUNTER SECTION.
           MOVE 0 TO WS-CT-FOUND-IDX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                   OR WS-CT-FOUND-IDX > 0
               MOVE WS-CT-ENTRY(WS-CT-IDX) TO COUNTER-RECORD
               IF CT-COUNTER-ID = WS-BOOK-COUNTER
                   MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CT-FOUND-IDX > 0
               MOVE WS-CT-ENTRY(WS-CT-FOUND-IDX) TO COUNTER-RECORD
               MOVE CT-OPEN-TIME TO WS-CLOCK-HHMM
               PERFORM CLOCK-TO-MINUTES
               MOVE WS-CLOCK-MINUTES TO WS-OPEN-MINUTES
               MOVE CT-CLOSE-TIME TO WS-CLOCK-HHMM
               PERFORM CLOCK-TO-MINUTES
               MOVE WS-CLOCK-MINUTES TO WS-CLOSE-MINUTES
           END-IF.

       ASK-DAY-AND-COUNTER SECTION.
           MOVE "N" TO WS-DAY-SWITCH.
           DISPLAY "Date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-BOOK-DATE.
           MOVE WS-BOOK-DATE TO WS-WD-DATE.
           PERFORM CHECK-WORKING-DAY.
           IF NOT DN-DATE-VALID
               DISPLAY "Date " WS-BOOK-DATE " is not a valid date."
               MOVE 1 TO RETURN-CODE
           ELSE
               IF NOT WORKING-DAY
                   DISPLAY "Date " WS-BOOK-DATE " is not a working "
                       "day - the counters are closed."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "Counter: " WITH NO ADVANCING
                   ACCEPT WS-BOOK-COUNTER
                   INSPECT WS-BOOK-COUNTER CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM FIND-COUNTER
                   IF WS-CT-FOUND-IDX = 0
                       DISPLAY "No counter " WS-BOOK-COUNTER
                           " on file."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       SET DAY-ACCEPTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       BOOK-APPOINTMENT SECTION.
           PERFORM ASK-DAY-AND-COUNTER.
           IF DAY-ACCEPTED AND WS-BOOK-DATE < WS-TODAY
               DISPLAY "Date " WS-BOOK-DATE " is in the past - "
                   "booking refused."
               MOVE 1 TO RETURN-CODE
               MOVE "N" TO WS-DAY-SWITCH
           END-IF.
           IF DAY-ACCEPTED
               DISPLAY "Service code: " WITH NO ADVANCING
               ACCEPT WS-BOOK-SERVICE
               INSPECT WS-BOOK-SERVICE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM FIND-SERVICE
               IF WS-SV-FOUND-IDX = 0
                   DISPLAY "Service code " WS-BOOK-SERVICE
                       " is not in the fee schedule."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-COUNTER-SERVICE
               END-IF
           END-IF.

       CHECK-COUNTER-SERVICE SECTION.
           MOVE 0 TO WS-CT-IDX.
           PERFORM VARYING WS-CT-SERVICE-IDX FROM 1 BY 1
                   UNTIL WS-CT-SERVICE-IDX > 5
               IF CT-SERVICE-CODE(WS-CT-SERVICE-IDX) NOT = SPACES
                   ADD 1 TO WS-CT-IDX
                   IF CT-SERVICE-CODE(WS-CT-SERVICE-IDX)
                       = WS-BOOK-SERVICE
                       MOVE 99 TO WS-CT-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CT-IDX > 0 AND WS-CT-IDX < 99
               DISPLAY "Counter " WS-BOOK-COUNTER " does not handle "
                   "service " WS-BOOK-SERVICE "."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE T-SV-SLOT-MINUTES(WS-SV-FOUND-IDX)
                   TO WS-SLOT-MINUTES
               PERFORM ASK-APPOINTMENT-PERSON
               IF PERSON-ACCEPTED
                   PERFORM ASK-WANTED-TIME
               END-IF
           END-IF.

       ASK-APPOINTMENT-PERSON SECTION.
           MOVE "N" TO WS-PERSON-SWITCH.
           MOVE SPACES TO WS-BOOK-NAME.
           DISPLAY "PERSON-ID (0 = book by name): " WITH NO ADVANCING.
           ACCEPT WS-BOOK-PERSON-ID.
           IF WS-BOOK-PERSON-ID > 0
               OPEN INPUT RecordFile
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "No data available - book by name."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE WS-BOOK-PERSON-ID TO PERSON-ID
                   READ RecordFile
                       INVALID KEY
                           DISPLAY "No person on file with ID "
                               WS-BOOK-PERSON-ID
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM ACCEPT-REGISTERED-PERSON
                   END-READ
                   CLOSE RecordFile
               END-IF
           ELSE
               DISPLAY "Name (30 chars): " WITH NO ADVANCING
               ACCEPT WS-BOOK-NAME
               IF WS-BOOK-NAME = SPACES
                   DISPLAY "A name or PERSON-ID is required."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   SET PERSON-ACCEPTED TO TRUE
               END-IF
           END-IF.

       ACCEPT-REGISTERED-PERSON SECTION.
           IF STATUS-DECEASED
               DISPLAY "PERSON-ID " WS-BOOK-PERSON-ID " is recorded "
                   "as deceased - booking refused."
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING SURNAME DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   FIRSTNAME DELIMITED BY "  "
                   INTO WS-BOOK-NAME
               END-STRING
               SET PERSON-ACCEPTED TO TRUE
           END-IF.

       ASK-WANTED-TIME SECTION.
           DISPLAY "Wanted time HHMM (0 = first free): "
               WITH NO ADVANCING.
           ACCEPT WS-WANT-TIME.
           MOVE WS-OPEN-MINUTES TO WS-CAND-START.
           IF WS-WANT-TIME > 0
               MOVE WS-WANT-TIME TO WS-CLOCK-HHMM
               PERFORM CLOCK-TO-MINUTES
               IF WS-CLOCK-MINUTES > WS-CAND-START
                   MOVE WS-CLOCK-MINUTES TO WS-CAND-START
               END-IF
           END-IF.
           PERFORM FIND-FREE-SLOT.
           IF SLOT-FOUND
               PERFORM WRITE-APPOINTMENT
           ELSE
               DISPLAY "No free " WS-SLOT-MINUTES "-minute slot left "
                   "at counter " WS-BOOK-COUNTER " on "
                   WS-BOOK-DATE "."
               MOVE 1 TO RETURN-CODE
           END-IF.

       FIND-FREE-SLOT SECTION.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH.
           COMPUTE WS-CAND-END = WS-CAND-START + WS-SLOT-MINUTES.
           PERFORM UNTIL SLOT-FOUND
                   OR WS-CAND-END > WS-CLOSE-MINUTES
               PERFORM CHECK-SLOT-FREE
               IF SLOT-FREE
                   SET SLOT-FOUND TO TRUE
               ELSE
                   ADD WS-SLOT-STEP TO WS-CAND-START
                   ADD WS-SLOT-STEP TO WS-CAND-END
               END-IF
           END-PERFORM.

       CHECK-SLOT-FREE SECTION.
           SET SLOT-FREE TO TRUE.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT OR NOT SLOT-FREE
               MOVE WS-AP-ENTRY(WS-AP-IDX) TO APPOINTMENT-RECORD
               IF AP-DATE = WS-BOOK-DATE
                   AND AP-COUNTER = WS-BOOK-COUNTER
                   AND NOT AP-CANCELLED
                   MOVE AP-START-TIME TO WS-CLOCK-HHMM
                   PERFORM CLOCK-TO-MINUTES
                   MOVE WS-CLOCK-MINUTES TO WS-BUSY-START
                   MOVE AP-END-TIME TO WS-CLOCK-HHMM
                   PERFORM CLOCK-TO-MINUTES
                   MOVE WS-CLOCK-MINUTES TO WS-BUSY-END
                   IF WS-CAND-START < WS-BUSY-END
                       AND WS-CAND-END > WS-BUSY-START
                       MOVE "N" TO WS-SLOT-FREE-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-APPOINTMENT SECTION.
           MOVE SPACES TO APPOINTMENT-RECORD.
           ADD 1 TO WS-AP-LAST-ID.
           MOVE WS-AP-LAST-ID TO AP-APPOINTMENT-ID.
           MOVE WS-BOOK-DATE TO AP-DATE.
           MOVE WS-BOOK-COUNTER TO AP-COUNTER.
           MOVE WS-CAND-START TO WS-CLOCK-MINUTES.
           PERFORM MINUTES-TO-CLOCK.
           MOVE WS-CLOCK-HHMM TO AP-START-TIME.
           MOVE WS-CLOCK-TEXT TO WS-START-TEXT.
           MOVE WS-CAND-END TO WS-CLOCK-MINUTES.
           PERFORM MINUTES-TO-CLOCK.
           MOVE WS-CLOCK-HHMM TO AP-END-TIME.
           MOVE WS-CLOCK-TEXT TO WS-END-TEXT.
           MOVE WS-BOOK-SERVICE TO AP-SERVICE-CODE.
           MOVE WS-BOOK-PERSON-ID TO AP-PERSON-ID.
           MOVE WS-BOOK-NAME TO AP-NAME.
           MOVE "B" TO AP-STATUS.
           MOVE WS-SIGNON-ID TO AP-OPERATOR-ID.
           PERFORM STAMP-APPOINTMENT.
           OPEN EXTEND AppointmentFile.
           IF WS-APPOINTMENT-STATUS = "35"
               CLOSE AppointmentFile
               OPEN OUTPUT AppointmentFile
           END-IF.
           WRITE APPOINTMENT-RECORD.
           CLOSE AppointmentFile.
           DISPLAY "Appointment " AP-APPOINTMENT-ID " booked: "
               "counter " AP-COUNTER " on " AP-DATE " "
               WS-START-TEXT "-" WS-END-TEXT " for " AP-NAME.

       LIST-FREE-TIMES SECTION.
           PERFORM ASK-DAY-AND-COUNTER.
           IF DAY-ACCEPTED
               DISPLAY "Free times at counter " WS-BOOK-COUNTER
                   " on " WS-BOOK-DATE ":"
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-FREE-RUN-SWITCH
               MOVE WS-OPEN-MINUTES TO WS-CAND-START
               PERFORM UNTIL WS-CAND-START NOT < WS-CLOSE-MINUTES
                   COMPUTE WS-CAND-END = WS-CAND-START + WS-SLOT-STEP
                   PERFORM CHECK-SLOT-FREE
                   IF SLOT-FREE AND NOT IN-FREE-RUN
                       SET IN-FREE-RUN TO TRUE
                       MOVE WS-CAND-START TO WS-FREE-FROM
                   END-IF
                   IF NOT SLOT-FREE AND IN-FREE-RUN
                       PERFORM SHOW-FREE-RUN
                   END-IF
                   ADD WS-SLOT-STEP TO WS-CAND-START
               END-PERFORM
               IF IN-FREE-RUN
                   PERFORM SHOW-FREE-RUN
               END-IF
               IF WS-LIST-COUNT = 0
                   DISPLAY "  fully booked"
               END-IF
           END-IF.

       SHOW-FREE-RUN SECTION.
           MOVE "N" TO WS-FREE-RUN-SWITCH.
           ADD 1 TO WS-LIST-COUNT.
           MOVE WS-FREE-FROM TO WS-CLOCK-MINUTES.
           PERFORM MINUTES-TO-CLOCK.
           MOVE WS-CLOCK-TEXT TO WS-START-TEXT.
           MOVE WS-CAND-START TO WS-CLOCK-MINUTES.
           PERFORM MINUTES-TO-CLOCK.
           MOVE WS-CLOCK-TEXT TO WS-END-TEXT.
           DISPLAY "  " WS-START-TEXT "-" WS-END-TEXT.

       LIST-DAY-APPOINTMENTS SECTION.
           DISPLAY "Date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-BOOK-DATE.
           MOVE 0 TO WS-LIST-COUNT.
           DISPLAY "APPT   CTR TIME        SVC  PERSON ST NAME".
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE WS-AP-ENTRY(WS-AP-IDX) TO APPOINTMENT-RECORD
               IF AP-DATE = WS-BOOK-DATE
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM SHOW-APPOINTMENT
               END-IF
           END-PERFORM.
           DISPLAY "Appointments on " WS-BOOK-DATE ": " WS-LIST-COUNT.

       SHOW-APPOINTMENT SECTION.
           MOVE AP-START-TIME TO WS-CLOCK-HHMM.
           PERFORM CLOCK-TO-MINUTES.
           MOVE WS-CLOCK-TEXT TO WS-START-TEXT.
           MOVE AP-END-TIME TO WS-CLOCK-HHMM.
           PERFORM CLOCK-TO-MINUTES.
           MOVE WS-CLOCK-TEXT TO WS-END-TEXT.
           DISPLAY AP-APPOINTMENT-ID " " AP-COUNTER "  "
               WS-START-TEXT "-" WS-END-TEXT " " AP-SERVICE-CODE " "
               AP-PERSON-ID " " AP-STATUS "  " AP-NAME.

       CHANGE-APPOINTMENT-STATUS SECTION.
           DISPLAY "Appointment number: " WITH NO ADVANCING.
           ACCEPT WS-WANT-ID.
           MOVE 0 TO WS-AP-FOUND-IDX.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE WS-AP-ENTRY(WS-AP-IDX) TO APPOINTMENT-RECORD
               IF AP-APPOINTMENT-ID = WS-WANT-ID
                   MOVE WS-AP-IDX TO WS-AP-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-AP-FOUND-IDX = 0
               DISPLAY "No appointment " WS-WANT-ID " on file."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-AP-ENTRY(WS-AP-FOUND-IDX) TO APPOINTMENT-RECORD
               PERFORM SHOW-APPOINTMENT
               IF NOT AP-BOOKED
                   DISPLAY "Appointment " WS-WANT-ID " is no longer "
                       "open."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   IF NOT FN-CANCEL AND AP-DATE > WS-TODAY
                       DISPLAY "Appointment " WS-WANT-ID " lies in "
                           "the future."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM SET-APPOINTMENT-STATUS
                   END-IF
               END-IF
           END-IF.

       SET-APPOINTMENT-STATUS SECTION.
           EVALUATE TRUE
               WHEN FN-ATTENDED MOVE "A" TO AP-STATUS
               WHEN FN-NO-SHOW MOVE "N" TO AP-STATUS
               WHEN OTHER MOVE "C" TO AP-STATUS
           END-EVALUATE.
           MOVE WS-SIGNON-ID TO AP-OPERATOR-ID.
           PERFORM STAMP-APPOINTMENT.
           MOVE APPOINTMENT-RECORD TO WS-AP-ENTRY(WS-AP-FOUND-IDX).
           PERFORM SAVE-APPOINTMENTS.
           EVALUATE TRUE
               WHEN FN-ATTENDED
                   DISPLAY "Appointment " WS-WANT-ID " attended."
               WHEN FN-NO-SHOW
                   DISPLAY "Appointment " WS-WANT-ID
                       " recorded as no-show."
               WHEN OTHER
                   DISPLAY "Appointment " WS-WANT-ID " cancelled."
           END-EVALUATE.

       STAMP-APPOINTMENT SECTION.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO AP-TIMESTAMP
           END-STRING.

       COPY "CLOCK-TIME".

       COPY "WORKING-DAY".

       COPY "DAY-NUMBER".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM APPOINTMENT-BOOK.
