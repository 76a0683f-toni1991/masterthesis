       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEO-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GeoSegmentFile
          ASSIGN TO "geosegments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-GEO-SEGMENT-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GeoSegmentFile.
       COPY "GEO-SEGMENT".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "GEO-WS".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-QUIT-SWITCH PIC X VALUE "N".
           88 WS-QUIT VALUE "Y".
       01 WS-CHOICE PIC X.
           88 CH-ADD VALUE "A" "a".
           88 CH-CHANGE VALUE "C" "c".
           88 CH-DELETE VALUE "D" "d".
           88 CH-INQUIRE VALUE "I" "i".
           88 CH-LIST VALUE "L" "l".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-DETAILS-OK-SWITCH PIC X VALUE "N".
           88 DETAILS-OK VALUE "Y".
       01 SEGMENT-EOF-SWITCH PIC X VALUE "N".
           88 SEGMENT-EOF VALUE "Y".
       01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 SEGMENT-OVERFLOW VALUE "Y".
       01 WS-SEGMENT-TABLE.
           05 WS-GM-ENTRY PIC X(58) OCCURS 2000 TIMES.
       01 WS-GM-COUNT PIC 9(4) VALUE 0.
       01 WS-GM-IDX PIC 9(4).
       01 WS-GM-SHIFT-IDX PIC 9(4).
       01 WS-GM-FOUND-IDX PIC 9(4).
       01 WS-GM-OVERLAP-IDX PIC 9(4).
       01 WS-GM-SKIP-IDX PIC 9(4).
       01 WS-WORK-SEGMENT PIC X(58).
       01 WS-WORK-STREET PIC X(15).
       01 WS-WORK-FROM PIC 9(4).
       01 WS-WORK-TO PIC 9(4).
       01 WS-WORK-PARITY PIC X.
       01 WS-WORK-ELECTORAL PIC X(6).
       01 WS-WORK-STATISTICAL PIC X(6).
       01 WS-WORK-CATCHMENT PIC X(6).
       01 WS-TODAY PIC 9(8).
       01 WS-LIST-COUNT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STREET-SEGMENT GEOGRAPHY MAINTENANCE".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM LOAD-SEGMENT-TABLE.
           IF SEGMENT-OVERFLOW
               DISPLAY "Geography file exceeds 2000 segments - "
                   "inquiry only."
               MOVE "R" TO WS-OPERATOR-ROLE
           END-IF.
           PERFORM UNTIL WS-QUIT
               PERFORM DISPLAY-MAINT-MENU
               ACCEPT WS-CHOICE
               PERFORM DISPATCH-MAINT-CHOICE
           END-PERFORM.
           GOBACK.

       DISPLAY-MAINT-MENU SECTION.
           DISPLAY " ".
           DISPLAY "STREET-SEGMENT GEOGRAPHY".
           DISPLAY "A  Add segment".
           DISPLAY "C  Change segment".
           DISPLAY "D  Delete segment".
           DISPLAY "I  Inquire districts for an address".
           DISPLAY "L  List segments of a street".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-MAINT-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-ADD
                   IF OPERATOR-CAN-UPDATE
                       PERFORM ADD-SEGMENT
                   ELSE
                       DISPLAY "Adding segments requires update "
                           "authority."
                   END-IF
               WHEN CH-CHANGE
                   IF OPERATOR-CAN-UPDATE
                       PERFORM CHANGE-SEGMENT
                   ELSE
                       DISPLAY "Changing segments requires update "
                           "authority."
                   END-IF
               WHEN CH-DELETE
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM DELETE-SEGMENT
                   ELSE
                       DISPLAY "Deleting segments requires a "
                           "supervisor."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-ADDRESS
               WHEN CH-LIST PERFORM LIST-SEGMENTS
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       LOAD-SEGMENT-TABLE SECTION.
           MOVE 0 TO WS-GM-COUNT.
           OPEN INPUT GeoSegmentFile.
           IF WS-GEO-SEGMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL SEGMENT-EOF
                   READ GeoSegmentFile
                       AT END SET SEGMENT-EOF TO TRUE
                   END-READ
                   IF NOT SEGMENT-EOF AND WS-GM-COUNT = 2000
                       SET SEGMENT-OVERFLOW TO TRUE
                   END-IF
                   IF NOT SEGMENT-EOF AND NOT SEGMENT-OVERFLOW
                       ADD 1 TO WS-GM-COUNT
                       MOVE GEO-SEGMENT-RECORD
                           TO WS-GM-ENTRY(WS-GM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GeoSegmentFile
           END-IF.

       SAVE-SEGMENT-TABLE SECTION.
           OPEN OUTPUT GeoSegmentFile.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               MOVE WS-GM-ENTRY(WS-GM-IDX) TO GEO-SEGMENT-RECORD
               WRITE GEO-SEGMENT-RECORD
           END-PERFORM.
           CLOSE GeoSegmentFile.
           MOVE "N" TO WS-GEO-LOADED-SWITCH.

       ACCEPT-SEGMENT-KEY SECTION.
           DISPLAY "Street: " WITH NO ADVANCING.
           ACCEPT WS-WORK-STREET.
           DISPLAY "First house number of the segment: "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-FROM.
           DISPLAY "Numbers covered (O=odd, E=even, A=all): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-PARITY.
           INSPECT WS-WORK-PARITY CONVERTING "oea" TO "OEA".

       FIND-WORK-SEGMENT SECTION.
           MOVE 0 TO WS-GM-FOUND-IDX.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               MOVE WS-GM-ENTRY(WS-GM-IDX) TO GEO-SEGMENT-RECORD
               IF GS-STREET = WS-WORK-STREET
                   AND GS-FROM-NUMBER = WS-WORK-FROM
                   AND GS-PARITY = WS-WORK-PARITY
                   MOVE WS-GM-IDX TO WS-GM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-GM-FOUND-IDX = 0
               DISPLAY "No segment " WS-WORK-STREET " from "
                   WS-WORK-FROM " (" WS-WORK-PARITY ") on file."
           ELSE
               MOVE WS-GM-ENTRY(WS-GM-FOUND-IDX)
                   TO GEO-SEGMENT-RECORD
           END-IF.

       ACCEPT-SEGMENT-DETAILS SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           DISPLAY "Last house number of the segment: "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-TO.
           DISPLAY "Electoral district: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ELECTORAL.
           DISPLAY "Statistical district: " WITH NO ADVANCING.
           ACCEPT WS-WORK-STATISTICAL.
           DISPLAY "School catchment (blank if none): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-CATCHMENT.
           EVALUATE TRUE
               WHEN WS-WORK-STREET = SPACES
                   DISPLAY "Street is required - entry refused."
               WHEN WS-WORK-FROM NOT NUMERIC OR WS-WORK-FROM = 0
                   DISPLAY "First house number must be at least 1 - "
                       "entry refused."
               WHEN WS-WORK-TO NOT NUMERIC
                       OR WS-WORK-TO < WS-WORK-FROM
                   DISPLAY "Last house number must not be below the "
                       "first - entry refused."
               WHEN WS-WORK-PARITY NOT = "O" AND NOT = "E"
                       AND NOT = "A"
                   DISPLAY "Numbers covered must be O, E or A - "
                       "entry refused."
               WHEN WS-WORK-ELECTORAL = SPACES
                   DISPLAY "Electoral district is required - entry "
                       "refused."
               WHEN WS-WORK-STATISTICAL = SPACES
                   DISPLAY "Statistical district is required - "
                       "entry refused."
               WHEN OTHER
                   SET DETAILS-OK TO TRUE
           END-EVALUATE.
           IF DETAILS-OK
               PERFORM CHECK-SEGMENT-OVERLAP
               IF WS-GM-OVERLAP-IDX > 0
                   MOVE "N" TO WS-DETAILS-OK-SWITCH
                   MOVE WS-GM-ENTRY(WS-GM-OVERLAP-IDX)
                       TO GEO-SEGMENT-RECORD
                   DISPLAY "Overlaps segment " GS-STREET " "
                       GS-FROM-NUMBER "-" GS-TO-NUMBER " ("
                       GS-PARITY ") - entry refused."
               END-IF
           END-IF.

       CHECK-SEGMENT-OVERLAP SECTION.
           MOVE 0 TO WS-GM-OVERLAP-IDX.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               MOVE WS-GM-ENTRY(WS-GM-IDX) TO GEO-SEGMENT-RECORD
               IF WS-GM-IDX NOT = WS-GM-SKIP-IDX
                   AND GS-STREET = WS-WORK-STREET
                   AND GS-FROM-NUMBER NOT > WS-WORK-TO
                   AND GS-TO-NUMBER NOT < WS-WORK-FROM
                   AND (GS-PARITY-ALL OR WS-WORK-PARITY = "A"
                       OR GS-PARITY = WS-WORK-PARITY)
                   MOVE WS-GM-IDX TO WS-GM-OVERLAP-IDX
               END-IF
           END-PERFORM.

       BUILD-WORK-SEGMENT SECTION.
           MOVE SPACES TO GEO-SEGMENT-RECORD.
           MOVE WS-WORK-STREET TO GS-STREET.
           MOVE WS-WORK-FROM TO GS-FROM-NUMBER.
           MOVE WS-WORK-TO TO GS-TO-NUMBER.
           MOVE WS-WORK-PARITY TO GS-PARITY.
           MOVE WS-WORK-ELECTORAL TO GS-ELECTORAL-DISTRICT.
           MOVE WS-WORK-STATISTICAL TO GS-STATISTICAL-DISTRICT.
           MOVE WS-WORK-CATCHMENT TO GS-SCHOOL-CATCHMENT.
           MOVE WS-SIGNON-ID TO GS-OPERATOR-ID.
           MOVE WS-TODAY TO GS-CHANGE-DATE.

       ADD-SEGMENT SECTION.
           IF WS-GM-COUNT = 2000
               DISPLAY "Geography file is full - segment not added."
           ELSE
               PERFORM ACCEPT-SEGMENT-KEY
               MOVE 0 TO WS-GM-SKIP-IDX
               PERFORM ACCEPT-SEGMENT-DETAILS
               IF DETAILS-OK
                   PERFORM BUILD-WORK-SEGMENT
                   PERFORM INSERT-SEGMENT
                   PERFORM SAVE-SEGMENT-TABLE
                   DISPLAY "Segment added."
               END-IF
           END-IF.

       INSERT-SEGMENT SECTION.
           MOVE GEO-SEGMENT-RECORD TO WS-WORK-SEGMENT.
           MOVE 1 TO WS-GM-IDX.
           PERFORM UNTIL WS-GM-IDX > WS-GM-COUNT
                   OR WS-GM-ENTRY(WS-GM-IDX)(1:19)
                       > WS-WORK-SEGMENT(1:19)
               ADD 1 TO WS-GM-IDX
           END-PERFORM.
           MOVE WS-GM-COUNT TO WS-GM-SHIFT-IDX.
           PERFORM UNTIL WS-GM-SHIFT-IDX < WS-GM-IDX
               MOVE WS-GM-ENTRY(WS-GM-SHIFT-IDX)
                   TO WS-GM-ENTRY(WS-GM-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-GM-SHIFT-IDX
           END-PERFORM.
           MOVE WS-WORK-SEGMENT TO WS-GM-ENTRY(WS-GM-IDX).
           ADD 1 TO WS-GM-COUNT.

       CHANGE-SEGMENT SECTION.
           PERFORM ACCEPT-SEGMENT-KEY.
           PERFORM FIND-WORK-SEGMENT.
           IF WS-GM-FOUND-IDX > 0
               PERFORM SHOW-SEGMENT
               MOVE WS-GM-FOUND-IDX TO WS-GM-SKIP-IDX
               PERFORM ACCEPT-SEGMENT-DETAILS
               IF DETAILS-OK
                   PERFORM BUILD-WORK-SEGMENT
                   MOVE GEO-SEGMENT-RECORD
                       TO WS-GM-ENTRY(WS-GM-FOUND-IDX)
                   PERFORM SAVE-SEGMENT-TABLE
                   DISPLAY "Segment changed."
               END-IF
           END-IF.

       DELETE-SEGMENT SECTION.
           PERFORM ACCEPT-SEGMENT-KEY.
           PERFORM FIND-WORK-SEGMENT.
           IF WS-GM-FOUND-IDX > 0
               PERFORM SHOW-SEGMENT
               DISPLAY "Delete this segment (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   PERFORM VARYING WS-GM-IDX FROM WS-GM-FOUND-IDX
                           BY 1 UNTIL WS-GM-IDX NOT < WS-GM-COUNT
                       MOVE WS-GM-ENTRY(WS-GM-IDX + 1)
                           TO WS-GM-ENTRY(WS-GM-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GM-COUNT
                   PERFORM SAVE-SEGMENT-TABLE
                   DISPLAY "Segment deleted."
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       SHOW-SEGMENT SECTION.
           DISPLAY GS-STREET " " GS-FROM-NUMBER "-" GS-TO-NUMBER
               " (" GS-PARITY ") electoral " GS-ELECTORAL-DISTRICT
               " statistical " GS-STATISTICAL-DISTRICT
               " school " GS-SCHOOL-CATCHMENT.

       INQUIRE-ADDRESS SECTION.
           DISPLAY "Street: " WITH NO ADVANCING.
           ACCEPT WS-GEO-STREET.
           DISPLAY "House number: " WITH NO ADVANCING.
           ACCEPT WS-GEO-HOUSENUMBER.
           PERFORM FIND-GEO-SEGMENT.
           IF GEO-SEGMENT-FOUND
               DISPLAY "Electoral district:   " WS-GEO-ELECTORAL
               DISPLAY "Statistical district: " WS-GEO-STATISTICAL
               DISPLAY "School catchment:     " WS-GEO-CATCHMENT
           ELSE
               DISPLAY WS-GEO-STREET " " WS-GEO-HOUSENUMBER
                   " falls in no segment."
           END-IF.

       LIST-SEGMENTS SECTION.
           DISPLAY "Street (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-WORK-STREET.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               MOVE WS-GM-ENTRY(WS-GM-IDX) TO GEO-SEGMENT-RECORD
               IF WS-WORK-STREET = SPACES
                   OR GS-STREET = WS-WORK-STREET
                   PERFORM SHOW-SEGMENT
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " segment(s) listed.".

       COPY "GEO-LOOKUP".

       COPY "SIGN-ON".

       END PROGRAM GEO-MAINT.
