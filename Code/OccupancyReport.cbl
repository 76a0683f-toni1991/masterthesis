       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCUPANCY-REPORT.
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
       SELECT DwellingFile
          ASSIGN TO DYNAMIC WS-ENV-DWELLING
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DW-KEY
          FILE STATUS IS WS-DWELLING-STATUS.
       SELECT OccupancyExceptionFile
          ASSIGN TO "occupancyexceptions.txt"
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BatchStatusFile
          ASSIGN TO "batchstatus.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-BATCH-STATUS-STATUS.

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

       FD DwellingFile.
       COPY "DWELLING".

       FD OccupancyExceptionFile.
       01 OCCUPANCY-EXCEPTION-RECORD.
           05 OE-REASON PIC X(4).
               88 OE-OVERCROWDED VALUE "OVER".
               88 OE-NO-DWELLING VALUE "NODW".
           05 OE-STREET PIC X(15).
           05 OE-HOUSENUMBER PIC X(5).
           05 OE-ZIP-CODE PIC X(6).
           05 OE-UNITS PIC 9(3).
           05 OE-PLAUSIBLE PIC 9(5).
           05 OE-REGISTERED PIC 9(5).

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-ENV-DWELLING PIC X(40) VALUE "dwellings.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-DWELLING-STATUS PIC X(2).
       01 WS-BATCH-STATUS-STATUS PIC X(2).
       01 WS-BS-STAMP-DATE PIC 9(8).
       01 WS-BS-STAMP-TIME PIC 9(8).
       01 WS-BS-START-TIMESTAMP PIC 9(14).
       01 WS-BS-END-TIMESTAMP PIC 9(14).
       COPY "TRAILER-KEY".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 DWELLING-EOF-SWITCH PIC X VALUE "N".
           88 DWELLING-EOF VALUE "Y".
       01 WS-PERSONS-PER-ROOM PIC 9(2) VALUE 2.
       01 WS-AREA-PER-PERSON PIC 9(3) VALUE 12.
       01 WS-UNIT-BY-ROOMS PIC 9(5).
       01 WS-UNIT-BY-AREA PIC 9(5).
       01 WS-UNIT-CAPACITY PIC 9(5).
       01 WS-ADDR-TABLE.
           05 WS-ADDR-ENTRY OCCURS 3000 TIMES.
               10 WS-ADDR-STREET PIC X(15).
               10 WS-ADDR-HOUSENUMBER PIC X(5).
               10 WS-ADDR-ZIP-CODE PIC X(6).
               10 WS-ADDR-UNITS PIC 9(3).
               10 WS-ADDR-PLAUSIBLE PIC 9(5).
               10 WS-ADDR-REGISTERED PIC 9(5).
       01 WS-ADDR-COUNT PIC 9(4) VALUE 0.
       01 A-IDX PIC 9(4).
       01 WS-NODW-TABLE.
           05 WS-NODW-ENTRY OCCURS 2000 TIMES.
               10 WS-NODW-STREET PIC X(15).
               10 WS-NODW-HOUSENUMBER PIC X(5).
               10 WS-NODW-ZIP-CODE PIC X(6).
               10 WS-NODW-REGISTERED PIC 9(5).
       01 WS-NODW-COUNT PIC 9(4) VALUE 0.
       01 N-IDX PIC 9(4).
       01 WS-ADDR-FOUND-SWITCH PIC X.
           88 ADDR-FOUND VALUE "Y".
       01 WS-DWELLINGS-READ PIC 9(6) VALUE 0.
       01 WS-SCANNED-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERCROWDED-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-DWELLING-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           PERFORM CAPTURE-BS-START.
           DISPLAY "DWELLING OCCUPANCY PLAUSIBILITY REPORT".
           PERFORM LOAD-DWELLINGS.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               PERFORM LOG-BATCH-STATUS
               GOBACK
           END-IF.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
                   AND STREET NOT = SPACES
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM COUNT-REGISTRATION
               END-IF
           END-PERFORM.
           CLOSE RecordFile.
           OPEN OUTPUT OccupancyExceptionFile.
           PERFORM REPORT-OVERCROWDED.
           PERFORM REPORT-NO-DWELLING.
           CLOSE OccupancyExceptionFile.
           DISPLAY " ".
           DISPLAY "Dwellings on file:        " WS-DWELLINGS-READ.
           DISPLAY "Active persons scanned:   " WS-SCANNED-COUNT.
           DISPLAY "Overcrowded addresses:    " WS-OVERCROWDED-COUNT.
           DISPLAY "Addresses without dwelling: "
               WS-NO-DWELLING-COUNT.
           IF WS-OVERCROWDED-COUNT > 0 OR WS-NO-DWELLING-COUNT > 0
               DISPLAY "Exceptions written to occupancyexceptions.txt"
           END-IF.
           PERFORM LOG-BATCH-STATUS.
           GOBACK.

       LOAD-DWELLINGS SECTION.
           OPEN INPUT DwellingFile.
           IF WS-DWELLING-STATUS NOT = "00"
               DISPLAY "No dwelling register on file - every "
                   "address will be reported."
           ELSE
               PERFORM UNTIL DWELLING-EOF
                   READ DwellingFile NEXT RECORD
                       AT END SET DWELLING-EOF TO TRUE
                   END-READ
                   IF NOT DWELLING-EOF
                       ADD 1 TO WS-DWELLINGS-READ
                       PERFORM ADD-DWELLING-CAPACITY
                   END-IF
               END-PERFORM
               CLOSE DwellingFile
           END-IF.

       ADD-DWELLING-CAPACITY SECTION.
           IF DW-TYPE-INSTITUTION
               MOVE DW-BED-CAPACITY TO WS-UNIT-CAPACITY
           ELSE
               COMPUTE WS-UNIT-BY-ROOMS =
                   DW-ROOMS * WS-PERSONS-PER-ROOM
               COMPUTE WS-UNIT-BY-AREA =
                   DW-FLOOR-AREA / WS-AREA-PER-PERSON
               IF WS-UNIT-BY-AREA > WS-UNIT-BY-ROOMS
                   MOVE WS-UNIT-BY-AREA TO WS-UNIT-CAPACITY
               ELSE
                   MOVE WS-UNIT-BY-ROOMS TO WS-UNIT-CAPACITY
               END-IF
           END-IF.
           IF WS-UNIT-CAPACITY = 0
               MOVE 1 TO WS-UNIT-CAPACITY
           END-IF.
           IF WS-ADDR-COUNT > 0
               AND DW-STREET = WS-ADDR-STREET(WS-ADDR-COUNT)
               AND DW-HOUSENUMBER = WS-ADDR-HOUSENUMBER(WS-ADDR-COUNT)
               ADD 1 TO WS-ADDR-UNITS(WS-ADDR-COUNT)
               ADD WS-UNIT-CAPACITY
                   TO WS-ADDR-PLAUSIBLE(WS-ADDR-COUNT)
           ELSE
               IF WS-ADDR-COUNT = 3000
                   DISPLAY "WARNING: more than 3000 dwelling "
                       "addresses - register not fully loaded."
                   MOVE 2 TO RETURN-CODE
                   SET DWELLING-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-ADDR-COUNT
                   MOVE DW-STREET TO WS-ADDR-STREET(WS-ADDR-COUNT)
                   MOVE DW-HOUSENUMBER
                       TO WS-ADDR-HOUSENUMBER(WS-ADDR-COUNT)
                   MOVE DW-ZIP-CODE TO WS-ADDR-ZIP-CODE(WS-ADDR-COUNT)
                   MOVE 1 TO WS-ADDR-UNITS(WS-ADDR-COUNT)
                   MOVE WS-UNIT-CAPACITY
                       TO WS-ADDR-PLAUSIBLE(WS-ADDR-COUNT)
                   MOVE 0 TO WS-ADDR-REGISTERED(WS-ADDR-COUNT)
               END-IF
           END-IF.

       COUNT-REGISTRATION SECTION.
           MOVE "N" TO WS-ADDR-FOUND-SWITCH.
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > WS-ADDR-COUNT OR ADDR-FOUND
               IF WS-ADDR-STREET(A-IDX) = STREET
                   AND WS-ADDR-HOUSENUMBER(A-IDX) = HOUSENUMBER
                   SET ADDR-FOUND TO TRUE
                   ADD 1 TO WS-ADDR-REGISTERED(A-IDX)
               END-IF
           END-PERFORM.
           IF NOT ADDR-FOUND
               PERFORM VARYING N-IDX FROM 1 BY 1
                       UNTIL N-IDX > WS-NODW-COUNT OR ADDR-FOUND
                   IF WS-NODW-STREET(N-IDX) = STREET
                       AND WS-NODW-HOUSENUMBER(N-IDX) = HOUSENUMBER
                       SET ADDR-FOUND TO TRUE
                       ADD 1 TO WS-NODW-REGISTERED(N-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT ADDR-FOUND
               IF WS-NODW-COUNT = 2000
                   DISPLAY "WARNING: more than 2000 addresses without "
                       "a dwelling - list is incomplete."
                   MOVE 2 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-NODW-COUNT
                   MOVE STREET TO WS-NODW-STREET(WS-NODW-COUNT)
                   MOVE HOUSENUMBER
                       TO WS-NODW-HOUSENUMBER(WS-NODW-COUNT)
                   MOVE ZIP-CODE TO WS-NODW-ZIP-CODE(WS-NODW-COUNT)
                   MOVE 1 TO WS-NODW-REGISTERED(WS-NODW-COUNT)
               END-IF
           END-IF.

       REPORT-OVERCROWDED SECTION.
           DISPLAY " ".
           DISPLAY "OVERCROWDED ADDRESSES".
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > WS-ADDR-COUNT
               IF WS-ADDR-REGISTERED(A-IDX) > WS-ADDR-PLAUSIBLE(A-IDX)
                   ADD 1 TO WS-OVERCROWDED-COUNT
                   SET OE-OVERCROWDED TO TRUE
                   MOVE WS-ADDR-STREET(A-IDX) TO OE-STREET
                   MOVE WS-ADDR-HOUSENUMBER(A-IDX) TO OE-HOUSENUMBER
                   MOVE WS-ADDR-ZIP-CODE(A-IDX) TO OE-ZIP-CODE
                   MOVE WS-ADDR-UNITS(A-IDX) TO OE-UNITS
                   MOVE WS-ADDR-PLAUSIBLE(A-IDX) TO OE-PLAUSIBLE
                   MOVE WS-ADDR-REGISTERED(A-IDX) TO OE-REGISTERED
                   WRITE OCCUPANCY-EXCEPTION-RECORD
                   DISPLAY "  " WS-ADDR-STREET(A-IDX) " "
                       WS-ADDR-HOUSENUMBER(A-IDX) " "
                       WS-ADDR-ZIP-CODE(A-IDX) " units "
                       WS-ADDR-UNITS(A-IDX) " plausible "
                       WS-ADDR-PLAUSIBLE(A-IDX) " registered "
                       WS-ADDR-REGISTERED(A-IDX)
               END-IF
           END-PERFORM.
           IF WS-OVERCROWDED-COUNT = 0
               DISPLAY "  None."
           END-IF.

       REPORT-NO-DWELLING SECTION.
           DISPLAY " ".
           DISPLAY "REGISTRATIONS WITHOUT A DWELLING ON FILE".
           PERFORM VARYING N-IDX FROM 1 BY 1
                   UNTIL N-IDX > WS-NODW-COUNT
               ADD 1 TO WS-NO-DWELLING-COUNT
               SET OE-NO-DWELLING TO TRUE
               MOVE WS-NODW-STREET(N-IDX) TO OE-STREET
               MOVE WS-NODW-HOUSENUMBER(N-IDX) TO OE-HOUSENUMBER
               MOVE WS-NODW-ZIP-CODE(N-IDX) TO OE-ZIP-CODE
               MOVE 0 TO OE-UNITS
               MOVE 0 TO OE-PLAUSIBLE
               MOVE WS-NODW-REGISTERED(N-IDX) TO OE-REGISTERED
               WRITE OCCUPANCY-EXCEPTION-RECORD
               DISPLAY "  " WS-NODW-STREET(N-IDX) " "
                   WS-NODW-HOUSENUMBER(N-IDX) " "
                   WS-NODW-ZIP-CODE(N-IDX) " registered "
                   WS-NODW-REGISTERED(N-IDX)
           END-PERFORM.
           IF WS-NO-DWELLING-COUNT = 0
               DISPLAY "  None."
           END-IF.

       LOG-BATCH-STATUS SECTION.
           MOVE "OCCUPANCY-REPORT" TO BS-PROGRAM-NAME.
           MOVE "COMPLETE" TO BS-STATUS.
           MOVE RETURN-CODE TO BS-RETURN-CODE.
           PERFORM CAPTURE-BS-END.
           MOVE WS-BS-START-TIMESTAMP TO BS-START-TIMESTAMP.
           MOVE WS-BS-END-TIMESTAMP TO BS-END-TIMESTAMP.
           OPEN EXTEND BatchStatusFile.
           IF WS-BATCH-STATUS-STATUS = "35"
               CLOSE BatchStatusFile
               OPEN OUTPUT BatchStatusFile
           END-IF.
           WRITE BATCH-STATUS-RECORD.
           CLOSE BatchStatusFile.

       COPY "BS-TIMES".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-DWELLING TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-DWELLING
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM OCCUPANCY-REPORT.
