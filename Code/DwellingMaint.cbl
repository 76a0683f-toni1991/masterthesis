       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWELLING-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DwellingFile
          ASSIGN TO DYNAMIC WS-ENV-DWELLING
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS DW-KEY
          FILE STATUS IS WS-DWELLING-STATUS.
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

       FD DwellingFile.
       COPY "DWELLING".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-DWELLING PIC X(40) VALUE "dwellings.dat".
       01 WS-DWELLING-STATUS PIC X(2).
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
       01 WS-DWELLING-FOUND-SWITCH PIC X VALUE "N".
           88 DWELLING-FOUND VALUE "Y".
       01 WS-DETAILS-OK-SWITCH PIC X VALUE "N".
           88 DETAILS-OK VALUE "Y".
       01 LIST-EOF-SWITCH PIC X VALUE "N".
           88 LIST-EOF VALUE "Y".
       01 WS-WORK-STREET PIC X(15).
       01 WS-WORK-HOUSENUMBER PIC X(5).
       01 WS-WORK-UNIT PIC X(4).
       01 WS-WORK-ZIP-CODE PIC X(6).
       01 WS-WORK-ROOMS PIC 9(2).
       01 WS-WORK-FLOOR-AREA PIC 9(4).
       01 WS-WORK-TYPE PIC X.
       01 WS-WORK-BED-CAPACITY PIC 9(4).
       01 WS-TODAY PIC 9(8).
       01 WS-LIST-COUNT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "DWELLING REGISTER MAINTENANCE".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           OPEN I-O DwellingFile.
           IF WS-DWELLING-STATUS = "35"
               OPEN OUTPUT DwellingFile
               CLOSE DwellingFile
               OPEN I-O DwellingFile
           END-IF.
           IF WS-DWELLING-STATUS NOT = "00"
               DISPLAY "Dwelling register not available - status "
                   WS-DWELLING-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-QUIT
                   PERFORM DISPLAY-MAINT-MENU
                   ACCEPT WS-CHOICE
                   PERFORM DISPATCH-MAINT-CHOICE
               END-PERFORM
               CLOSE DwellingFile
           END-IF.
           GOBACK.

       DISPLAY-MAINT-MENU SECTION.
           DISPLAY " ".
           DISPLAY "DWELLING REGISTER".
           DISPLAY "A  Add dwelling".
           DISPLAY "C  Change dwelling".
           DISPLAY "D  Delete dwelling".
           DISPLAY "I  Inquire dwelling".
           DISPLAY "L  List dwellings at a house number".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-MAINT-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-ADD
                   IF OPERATOR-CAN-UPDATE
                       PERFORM ADD-DWELLING
                   ELSE
                       DISPLAY "Adding dwellings requires update "
                           "authority."
                   END-IF
               WHEN CH-CHANGE
                   IF OPERATOR-CAN-UPDATE
                       PERFORM CHANGE-DWELLING
                   ELSE
                       DISPLAY "Changing dwellings requires update "
                           "authority."
                   END-IF
               WHEN CH-DELETE
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM DELETE-DWELLING
                   ELSE
                       DISPLAY "Deleting dwellings requires a "
                           "supervisor."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-DWELLING
               WHEN CH-LIST PERFORM LIST-DWELLINGS
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       ACCEPT-DWELLING-KEY SECTION.
           DISPLAY "Street: " WITH NO ADVANCING.
           ACCEPT WS-WORK-STREET.
           DISPLAY "House number: " WITH NO ADVANCING.
           ACCEPT WS-WORK-HOUSENUMBER.
           DISPLAY "Unit (blank for the whole building): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-UNIT.
           MOVE WS-WORK-STREET TO DW-STREET.
           MOVE WS-WORK-HOUSENUMBER TO DW-HOUSENUMBER.
           MOVE WS-WORK-UNIT TO DW-UNIT.

       READ-WORK-DWELLING SECTION.
           MOVE "N" TO WS-DWELLING-FOUND-SWITCH.
           PERFORM ACCEPT-DWELLING-KEY.
           READ DwellingFile
               INVALID KEY
                   DISPLAY "No dwelling " WS-WORK-STREET " "
                       WS-WORK-HOUSENUMBER " unit " WS-WORK-UNIT
                       " on file."
               NOT INVALID KEY
                   SET DWELLING-FOUND TO TRUE
           END-READ.

       ACCEPT-DWELLING-DETAILS SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           DISPLAY "ZIP code: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ZIP-CODE.
           DISPLAY "Dwelling type (F=flat, H=house, R=single room, "
               "I=institution): " WITH NO ADVANCING.
           ACCEPT WS-WORK-TYPE.
           DISPLAY "Number of rooms: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ROOMS.
           DISPLAY "Floor area (square metres): " WITH NO ADVANCING.
           ACCEPT WS-WORK-FLOOR-AREA.
           MOVE 0 TO WS-WORK-BED-CAPACITY.
           IF WS-WORK-TYPE = "I"
               DISPLAY "Licensed bed capacity: " WITH NO ADVANCING
               ACCEPT WS-WORK-BED-CAPACITY
           END-IF.
           EVALUATE TRUE
               WHEN WS-WORK-ZIP-CODE = SPACES
                   DISPLAY "ZIP code is required - entry refused."
               WHEN WS-WORK-TYPE NOT = "F" AND NOT = "H"
                       AND NOT = "R" AND NOT = "I"
                   DISPLAY "Unknown dwelling type " WS-WORK-TYPE
                       " - entry refused."
               WHEN WS-WORK-ROOMS NOT NUMERIC OR WS-WORK-ROOMS = 0
                   DISPLAY "Number of rooms must be at least 1 - "
                       "entry refused."
               WHEN WS-WORK-FLOOR-AREA NOT NUMERIC
                       OR WS-WORK-FLOOR-AREA = 0
                   DISPLAY "Floor area must be at least 1 - entry "
                       "refused."
               WHEN WS-WORK-TYPE = "I"
                       AND (WS-WORK-BED-CAPACITY NOT NUMERIC
                       OR WS-WORK-BED-CAPACITY = 0)
                   DISPLAY "An institution needs a bed capacity - "
                       "entry refused."
               WHEN OTHER
                   SET DETAILS-OK TO TRUE
           END-EVALUATE.

       MOVE-DWELLING-DETAILS SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-WORK-ZIP-CODE TO DW-ZIP-CODE.
           MOVE WS-WORK-TYPE TO DW-TYPE.
           MOVE WS-WORK-ROOMS TO DW-ROOMS.
           MOVE WS-WORK-FLOOR-AREA TO DW-FLOOR-AREA.
           MOVE WS-WORK-BED-CAPACITY TO DW-BED-CAPACITY.
           MOVE WS-SIGNON-ID TO DW-OPERATOR-ID.
           MOVE WS-TODAY TO DW-CHANGE-DATE.

       ADD-DWELLING SECTION.
           PERFORM ACCEPT-DWELLING-KEY.
           IF WS-WORK-STREET = SPACES OR WS-WORK-HOUSENUMBER = SPACES
               DISPLAY "Street and house number are required."
           ELSE
               READ DwellingFile
                   INVALID KEY
                       PERFORM ACCEPT-DWELLING-DETAILS
                       IF DETAILS-OK
                           MOVE WS-WORK-STREET TO DW-STREET
                           MOVE WS-WORK-HOUSENUMBER TO DW-HOUSENUMBER
                           MOVE WS-WORK-UNIT TO DW-UNIT
                           PERFORM MOVE-DWELLING-DETAILS
                           WRITE DWELLING-RECORD
                               INVALID KEY
                                   DISPLAY "Dwelling could not be "
                                       "written - status "
                                       WS-DWELLING-STATUS
                               NOT INVALID KEY
                                   DISPLAY "Dwelling added."
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Dwelling " WS-WORK-STREET " "
                           WS-WORK-HOUSENUMBER " unit " WS-WORK-UNIT
                           " already exists."
               END-READ
           END-IF.

       CHANGE-DWELLING SECTION.
           PERFORM READ-WORK-DWELLING.
           IF DWELLING-FOUND
               PERFORM SHOW-DWELLING
               PERFORM ACCEPT-DWELLING-DETAILS
               IF DETAILS-OK
                   PERFORM MOVE-DWELLING-DETAILS
                   REWRITE DWELLING-RECORD
                       INVALID KEY
                           DISPLAY "Dwelling could not be rewritten "
                               "- status " WS-DWELLING-STATUS
                       NOT INVALID KEY
                           DISPLAY "Dwelling changed."
                   END-REWRITE
               END-IF
           END-IF.

       DELETE-DWELLING SECTION.
           PERFORM READ-WORK-DWELLING.
           IF DWELLING-FOUND
               PERFORM SHOW-DWELLING
               DISPLAY "Delete this dwelling (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   DELETE DwellingFile
                       INVALID KEY
                           DISPLAY "Dwelling could not be deleted "
                               "- status " WS-DWELLING-STATUS
                       NOT INVALID KEY
                           DISPLAY "Dwelling deleted."
                   END-DELETE
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       INQUIRE-DWELLING SECTION.
           PERFORM READ-WORK-DWELLING.
           IF DWELLING-FOUND
               PERFORM SHOW-DWELLING
           END-IF.

       SHOW-DWELLING SECTION.
           DISPLAY "  " DW-STREET " " DW-HOUSENUMBER " unit " DW-UNIT
               " " DW-ZIP-CODE.
           DISPLAY "  type " DW-TYPE " rooms " DW-ROOMS
               " floor area " DW-FLOOR-AREA.
           IF DW-TYPE-INSTITUTION
               DISPLAY "  bed capacity " DW-BED-CAPACITY
           END-IF.
           DISPLAY "  last changed " DW-CHANGE-DATE " by "
               DW-OPERATOR-ID.

       LIST-DWELLINGS SECTION.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO LIST-EOF-SWITCH.
           DISPLAY "Street: " WITH NO ADVANCING.
           ACCEPT WS-WORK-STREET.
           DISPLAY "House number: " WITH NO ADVANCING.
           ACCEPT WS-WORK-HOUSENUMBER.
           MOVE WS-WORK-STREET TO DW-STREET.
           MOVE WS-WORK-HOUSENUMBER TO DW-HOUSENUMBER.
           MOVE SPACES TO DW-UNIT.
           START DwellingFile KEY IS NOT LESS THAN DW-KEY
               INVALID KEY SET LIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIST-EOF
               READ DwellingFile NEXT RECORD
                   AT END SET LIST-EOF TO TRUE
               END-READ
               IF NOT LIST-EOF
                   IF DW-STREET NOT = WS-WORK-STREET
                       OR DW-HOUSENUMBER NOT = WS-WORK-HOUSENUMBER
                       SET LIST-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY "  unit " DW-UNIT " type " DW-TYPE
                           " rooms " DW-ROOMS " area " DW-FLOOR-AREA
                           " beds " DW-BED-CAPACITY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "No dwellings on file at " WS-WORK-STREET " "
                   WS-WORK-HOUSENUMBER "."
           END-IF.

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-DWELLING TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-DWELLING
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM DWELLING-MAINT.
