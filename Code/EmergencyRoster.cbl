       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMERGENCY-ROSTER.
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
       SELECT RosterCardFile
          ASSIGN TO "rostercard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ROSTER-CARD-STATUS.
       SELECT SelectionFile
          ASSIGN TO DYNAMIC WS-SELECTION-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SELECTION-STATUS.
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT DisclosureRegisterFile
          ASSIGN TO "disclosureregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DISCLOSURE-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT SortFile
          ASSIGN TO "rostersort.tmp".

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

       FD RosterCardFile.
       01 ROSTER-CARD-RECORD.
           05 RC-STREET PIC X(15).
           05 RC-HOUSE-FROM PIC 9(5).
           05 RC-HOUSE-TO PIC 9(5).
           05 RC-ZIP-CODE PIC X(6).

       FD SelectionFile.
       01 SELECTION-RECORD.
           05 SEL-PERSON-ID PIC 9(6).

       FD ReportFile.
       01 REPORT-LINE PIC X(100).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD DisclosureRegisterFile.
       COPY "DISCLOSURE-REGISTER".

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       SD SortFile.
       01 SORT-RECORD.
           05 SR-STREET PIC X(15).
           05 SR-ZIP-CODE PIC X(6).
           05 SR-HOUSE-VALUE PIC 9(5).
           05 SR-HOUSENUMBER PIC X(5).
           05 SR-SURNAME PIC X(10).
           05 SR-FIRSTNAME PIC X(10).
           05 SR-PERSON-ID PIC 9(6).
           05 SR-AGE PIC 9(3).
           05 SR-PROTECTION-FLAG PIC X.
           05 SR-CONTACT OCCURS 2 TIMES.
               10 SR-CONTACT-NAME PIC X(20).
               10 SR-CONTACT-PHONE PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-ROSTER-CARD-STATUS PIC X(2).
       01 WS-SELECTION-STATUS PIC X(2).
       01 WS-SELECTION-FILE-NAME PIC X(40).
       01 WS-SELECTION-SET-NAME PIC X(8) VALUE SPACES.
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-DISCLOSURE-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       COPY "MUNI-SCOPE-WS".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       COPY "TRAILER-KEY".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 CARD-EOF-SWITCH PIC X VALUE "N".
           88 CARD-EOF VALUE "Y".
       01 SELECTION-EOF-SWITCH PIC X VALUE "N".
           88 SELECTION-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-CCYY PIC 9(4).
       01 WS-RUN-MMDD PIC 9(4).
       01 WS-DOB-CCYY PIC 9(4).
       01 WS-DOB-MMDD PIC 9(4).
       01 WS-COMPUTED-AGE PIC S9(4).
       01 WS-RECIPIENT PIC X(20).
       01 WS-SENIOR-AGE PIC 9(3) VALUE 75.
       01 WS-ADULT-AGE PIC 9(3) VALUE 18.
       01 WS-AREA-TABLE.
           05 WS-AREA-ENTRY OCCURS 200 TIMES.
               10 WS-AREA-STREET PIC X(15).
               10 WS-AREA-ZIP-CODE PIC X(6).
               10 WS-AREA-HOUSENUMBER PIC X(5).
               10 WS-AREA-FROM PIC 9(5).
               10 WS-AREA-TO PIC 9(5).
       01 WS-AREA-COUNT PIC 9(3) VALUE 0.
       01 A-IDX PIC 9(3).
       01 WS-AREA-MATCH-SWITCH PIC X VALUE "N".
           88 AREA-MATCHED VALUE "Y".
       01 WS-SEL-TABLE.
           05 WS-SEL-ID PIC 9(6) OCCURS 1000 TIMES.
       01 WS-SEL-COUNT PIC 9(4) VALUE 0.
       01 S-IDX PIC 9(4).
       01 WS-HOUSE-VALUE PIC 9(5).
       01 WS-HOUSE-DIGIT PIC 9.
       01 WS-HOUSE-POS PIC 9.
       01 WS-HOUSE-END-SWITCH PIC X.
           88 HOUSE-DIGITS-DONE VALUE "Y".
       01 WS-BLDG-TABLE.
           05 WS-BLDG-ENTRY OCCURS 200 TIMES.
               10 WS-BLDG-PERSON-ID PIC 9(6).
               10 WS-BLDG-SURNAME PIC X(10).
               10 WS-BLDG-FIRSTNAME PIC X(10).
               10 WS-BLDG-AGE PIC 9(3).
               10 WS-BLDG-PROTECTION-FLAG PIC X.
               10 WS-BLDG-CONTACT OCCURS 2 TIMES.
                   15 WS-BLDG-CONTACT-NAME PIC X(20).
                   15 WS-BLDG-CONTACT-PHONE PIC X(12).
       01 WS-BLDG-COUNT PIC 9(3) VALUE 0.
       01 WS-BLDG-OCCUPANTS PIC 9(4) VALUE 0.
       01 WS-BLDG-ADULTS PIC 9(3) VALUE 0.
       01 B-IDX PIC 9(3).
       01 C-IDX PIC 9.
       01 WS-PREV-STREET PIC X(15) VALUE LOW-VALUES.
       01 WS-PREV-ZIP-CODE PIC X(6) VALUE LOW-VALUES.
       01 WS-PREV-HOUSE PIC X(5) VALUE LOW-VALUES.
       01 WS-FIRST-BUILDING-SWITCH PIC X VALUE "Y".
           88 FIRST-BUILDING VALUE "Y".
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-PAGE-COUNT PIC 9(3) VALUE 0.
       01 WS-PAGE-LINES PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-BUILDING-COUNT PIC 9(6) VALUE 0.
       01 WS-RESIDENT-COUNT PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-FURTHER-COUNT PIC 9(6) VALUE 0.
       01 WS-SENIOR-COUNT PIC 9(6) VALUE 0.
       01 WS-MINOR-COUNT PIC 9(6) VALUE 0.
       01 WS-CONTACT-COUNT PIC 9(6) VALUE 0.
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WDL-PERSON-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-SURNAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-FIRSTNAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-AGE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-FLAG PIC X(25).
       01 WS-CONTACT-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "Emergency contact: ".
           05 WCT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCT-PHONE PIC X(12).
       01 WS-OCCUPANT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "Occupants building: ".
           05 WOL-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "EMERGENCY RESIDENT ROSTER".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-SCOPE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-CCYY.
           MOVE WS-RUN-DATE(5:4) TO WS-RUN-MMDD.
           DISPLAY "Recipient (blank for EMERGENCY SERVICES): "
               WITH NO ADVANCING.
           ACCEPT WS-RECIPIENT.
           IF WS-RECIPIENT = SPACES
               MOVE "EMERGENCY SERVICES" TO WS-RECIPIENT
           END-IF.
           DISPLAY "Selection set (blank to use rostercard.txt): "
               WITH NO ADVANCING.
           ACCEPT WS-SELECTION-SET-NAME.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-SELECTION-SET-NAME = SPACES
               PERFORM LOAD-ROSTER-CARD
           ELSE
               PERFORM LOAD-SELECTION-BUILDINGS
           END-IF.
           IF WS-AREA-COUNT = 0
               DISPLAY "No streets or buildings given - roster "
                   "not produced."
               CLOSE RecordFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE RecordFile.
           OPEN INPUT RecordFile.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "emergencyroster." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReportFile.
           PERFORM OPEN-DISCLOSURE-REGISTER.
           OPEN EXTEND AccessLogFile.
           IF WS-ACCESS-LOG-STATUS = "35"
               CLOSE AccessLogFile
               OPEN OUTPUT AccessLogFile
           END-IF.
           PERFORM PRINT-PAGE-HEADER.
           SORT SortFile
               ON ASCENDING KEY SR-STREET SR-ZIP-CODE
                   SR-HOUSE-VALUE SR-HOUSENUMBER
                   SR-SURNAME SR-FIRSTNAME
               INPUT PROCEDURE IS ROSTER-SORT-INPUT
               OUTPUT PROCEDURE IS ROSTER-SORT-OUTPUT.
           IF NOT FIRST-BUILDING
               PERFORM PRINT-BUILDING
           END-IF.
           PERFORM PRINT-ROSTER-TOTALS.
           CLOSE AccessLogFile.
           CLOSE DisclosureRegisterFile.
           CLOSE ReportFile.
           CLOSE RecordFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Roster written to " WS-REPORT-FILE-NAME.
           DISPLAY "Buildings: " WS-BUILDING-COUNT
               "  residents: " WS-RESIDENT-COUNT
               "  listed by name: " WS-LISTED-COUNT.
           DISPLAY "Over " WS-SENIOR-AGE ": " WS-SENIOR-COUNT
               "  minors without adult: " WS-MINOR-COUNT
               "  with emergency contact: " WS-CONTACT-COUNT.
           DISPLAY "Disclosures recorded for " WS-RECIPIENT ": "
               WS-LISTED-COUNT.
           GOBACK.

       LOAD-ROSTER-CARD SECTION.
           MOVE 0 TO WS-AREA-COUNT.
           OPEN INPUT RosterCardFile.
           IF WS-ROSTER-CARD-STATUS = "35"
               DISPLAY "rostercard.txt not on file."
           ELSE
               PERFORM UNTIL CARD-EOF
                   READ RosterCardFile
                       AT END SET CARD-EOF TO TRUE
                   END-READ
                   IF NOT CARD-EOF AND RC-STREET NOT = SPACES
                       IF WS-AREA-COUNT = 200
                           DISPLAY "WARNING: more than 200 streets "
                               "on the card - roster is incomplete."
                           MOVE 2 TO RETURN-CODE
                           SET CARD-EOF TO TRUE
                       ELSE
                           PERFORM STORE-CARD-AREA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RosterCardFile
           END-IF.

       STORE-CARD-AREA SECTION.
           ADD 1 TO WS-AREA-COUNT.
           MOVE RC-STREET TO WS-AREA-STREET(WS-AREA-COUNT).
           MOVE RC-ZIP-CODE TO WS-AREA-ZIP-CODE(WS-AREA-COUNT).
           MOVE SPACES TO WS-AREA-HOUSENUMBER(WS-AREA-COUNT).
           IF RC-HOUSE-FROM IS NUMERIC
               MOVE RC-HOUSE-FROM TO WS-AREA-FROM(WS-AREA-COUNT)
           ELSE
               MOVE 0 TO WS-AREA-FROM(WS-AREA-COUNT)
           END-IF.
           IF RC-HOUSE-TO IS NUMERIC AND RC-HOUSE-TO > 0
               MOVE RC-HOUSE-TO TO WS-AREA-TO(WS-AREA-COUNT)
           ELSE
               MOVE 99999 TO WS-AREA-TO(WS-AREA-COUNT)
           END-IF.
           DISPLAY "  " RC-STREET " "
               WS-AREA-FROM(WS-AREA-COUNT) " - "
               WS-AREA-TO(WS-AREA-COUNT) " "
               WS-AREA-ZIP-CODE(WS-AREA-COUNT).

       LOAD-SELECTION-BUILDINGS SECTION.
           MOVE 0 TO WS-AREA-COUNT.
           MOVE SPACES TO WS-SELECTION-FILE-NAME.
           STRING "selset." DELIMITED BY SIZE
               WS-SELECTION-SET-NAME DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-SELECTION-FILE-NAME
           END-STRING.
           MOVE 0 TO WS-SEL-COUNT.
           OPEN INPUT SelectionFile.
           IF WS-SELECTION-STATUS = "35"
               DISPLAY "Selection set " WS-SELECTION-SET-NAME
                   " not on file - nothing selected."
           ELSE
               PERFORM UNTIL SELECTION-EOF OR WS-SEL-COUNT = 1000
                   READ SelectionFile
                       AT END SET SELECTION-EOF TO TRUE
                   END-READ
                   IF NOT SELECTION-EOF
                       ADD 1 TO WS-SEL-COUNT
                       MOVE SEL-PERSON-ID TO WS-SEL-ID(WS-SEL-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SelectionFile
           END-IF.
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > WS-SEL-COUNT
               MOVE WS-SEL-ID(S-IDX) TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ADD-SELECTION-BUILDING
               END-READ
           END-PERFORM.
           DISPLAY "Selection set " WS-SELECTION-SET-NAME " covers "
               WS-AREA-COUNT " building(s).".

       ADD-SELECTION-BUILDING SECTION.
           MOVE "N" TO WS-AREA-MATCH-SWITCH.
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > WS-AREA-COUNT OR AREA-MATCHED
               IF WS-AREA-STREET(A-IDX) = STREET
                   AND WS-AREA-HOUSENUMBER(A-IDX) = HOUSENUMBER
                   AND WS-AREA-ZIP-CODE(A-IDX) = ZIP-CODE
                   SET AREA-MATCHED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT AREA-MATCHED AND STREET NOT = SPACES
               IF WS-AREA-COUNT = 200
                   DISPLAY "WARNING: more than 200 buildings in the "
                       "selection set - roster is incomplete."
                   MOVE 2 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-AREA-COUNT
                   MOVE STREET TO WS-AREA-STREET(WS-AREA-COUNT)
                   MOVE ZIP-CODE TO WS-AREA-ZIP-CODE(WS-AREA-COUNT)
                   MOVE HOUSENUMBER
                       TO WS-AREA-HOUSENUMBER(WS-AREA-COUNT)
                   MOVE 0 TO WS-AREA-FROM(WS-AREA-COUNT)
                   MOVE 0 TO WS-AREA-TO(WS-AREA-COUNT)
               END-IF
           END-IF.

       ROSTER-SORT-INPUT SECTION.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
                   PERFORM CHECK-AREA-MATCH
                   IF AREA-MATCHED
                       MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                       PERFORM CHECK-MUNICIPALITY-SCOPE
                       IF MUNICIPALITY-IN-SCOPE
                           PERFORM RELEASE-RESIDENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-AREA-MATCH SECTION.
           MOVE "N" TO WS-AREA-MATCH-SWITCH.
           PERFORM HOUSE-NUMBER-VALUE.
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > WS-AREA-COUNT OR AREA-MATCHED
               IF WS-AREA-STREET(A-IDX) = STREET
                   AND (WS-AREA-ZIP-CODE(A-IDX) = SPACES
                       OR WS-AREA-ZIP-CODE(A-IDX) = ZIP-CODE)
                   IF WS-AREA-HOUSENUMBER(A-IDX) NOT = SPACES
                       IF WS-AREA-HOUSENUMBER(A-IDX) = HOUSENUMBER
                           SET AREA-MATCHED TO TRUE
                       END-IF
                   ELSE
                       IF WS-HOUSE-VALUE NOT < WS-AREA-FROM(A-IDX)
                           AND WS-HOUSE-VALUE
                               NOT > WS-AREA-TO(A-IDX)
                           SET AREA-MATCHED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       HOUSE-NUMBER-VALUE SECTION.
           MOVE 0 TO WS-HOUSE-VALUE.
           MOVE "N" TO WS-HOUSE-END-SWITCH.
           PERFORM VARYING WS-HOUSE-POS FROM 1 BY 1
                   UNTIL WS-HOUSE-POS > 5 OR HOUSE-DIGITS-DONE
               IF HOUSENUMBER(WS-HOUSE-POS:1) IS NUMERIC
                   MOVE HOUSENUMBER(WS-HOUSE-POS:1) TO WS-HOUSE-DIGIT
                   COMPUTE WS-HOUSE-VALUE =
                       WS-HOUSE-VALUE * 10 + WS-HOUSE-DIGIT
               ELSE
                   IF HOUSENUMBER(WS-HOUSE-POS:1) NOT = SPACE
                       OR WS-HOUSE-POS > 1
                       SET HOUSE-DIGITS-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-RESIDENT SECTION.
           MOVE STREET TO SR-STREET.
           MOVE ZIP-CODE TO SR-ZIP-CODE.
           MOVE WS-HOUSE-VALUE TO SR-HOUSE-VALUE.
           MOVE HOUSENUMBER TO SR-HOUSENUMBER.
           MOVE SURNAME TO SR-SURNAME.
           MOVE FIRSTNAME TO SR-FIRSTNAME.
           MOVE PERSON-ID TO SR-PERSON-ID.
           PERFORM COMPUTE-CURRENT-AGE.
           MOVE WS-COMPUTED-AGE TO SR-AGE.
           MOVE PROTECTION-FLAG TO SR-PROTECTION-FLAG.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 2
               MOVE EC-NAME(C-IDX) TO SR-CONTACT-NAME(C-IDX)
               MOVE EC-PHONE(C-IDX) TO SR-CONTACT-PHONE(C-IDX)
           END-PERFORM.
           RELEASE SORT-RECORD.

       COMPUTE-CURRENT-AGE SECTION.
           IF DATE-OF-BIRTH IS NUMERIC AND DATE-OF-BIRTH > 0
               MOVE DATE-OF-BIRTH(1:4) TO WS-DOB-CCYY
               MOVE DATE-OF-BIRTH(5:4) TO WS-DOB-MMDD
               COMPUTE WS-COMPUTED-AGE = WS-RUN-CCYY - WS-DOB-CCYY
               IF WS-RUN-MMDD < WS-DOB-MMDD
                   SUBTRACT 1 FROM WS-COMPUTED-AGE
               END-IF
               IF WS-COMPUTED-AGE < 0
                   MOVE 0 TO WS-COMPUTED-AGE
               END-IF
           ELSE
               MOVE AGE TO WS-COMPUTED-AGE
           END-IF.

       ROSTER-SORT-OUTPUT SECTION.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF
               RETURN SortFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM COLLECT-RESIDENT
               END-RETURN
           END-PERFORM.

       COLLECT-RESIDENT SECTION.
           IF SR-STREET NOT = WS-PREV-STREET
               OR SR-ZIP-CODE NOT = WS-PREV-ZIP-CODE
               OR SR-HOUSENUMBER NOT = WS-PREV-HOUSE
               IF NOT FIRST-BUILDING
                   PERFORM PRINT-BUILDING
               END-IF
               MOVE "N" TO WS-FIRST-BUILDING-SWITCH
               MOVE SR-STREET TO WS-PREV-STREET
               MOVE SR-ZIP-CODE TO WS-PREV-ZIP-CODE
               MOVE SR-HOUSENUMBER TO WS-PREV-HOUSE
               MOVE 0 TO WS-BLDG-COUNT
               MOVE 0 TO WS-BLDG-OCCUPANTS
               MOVE 0 TO WS-BLDG-ADULTS
           END-IF.
           ADD 1 TO WS-BLDG-OCCUPANTS.
           ADD 1 TO WS-RESIDENT-COUNT.
           IF SR-AGE NOT < WS-ADULT-AGE
               ADD 1 TO WS-BLDG-ADULTS
           END-IF.
           IF WS-BLDG-COUNT = 200
               DISPLAY "WARNING: more than 200 residents at "
                   SR-STREET " " SR-HOUSENUMBER
                   " - building list is incomplete."
               MOVE 2 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-BLDG-COUNT
               MOVE SR-PERSON-ID TO WS-BLDG-PERSON-ID(WS-BLDG-COUNT)
               MOVE SR-SURNAME TO WS-BLDG-SURNAME(WS-BLDG-COUNT)
               MOVE SR-FIRSTNAME TO WS-BLDG-FIRSTNAME(WS-BLDG-COUNT)
               MOVE SR-AGE TO WS-BLDG-AGE(WS-BLDG-COUNT)
               MOVE SR-PROTECTION-FLAG
                   TO WS-BLDG-PROTECTION-FLAG(WS-BLDG-COUNT)
               PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 2
                   MOVE SR-CONTACT-NAME(C-IDX)
                       TO WS-BLDG-CONTACT-NAME(WS-BLDG-COUNT, C-IDX)
                   MOVE SR-CONTACT-PHONE(C-IDX)
                       TO WS-BLDG-CONTACT-PHONE(WS-BLDG-COUNT, C-IDX)
               END-PERFORM
           END-IF.

       PRINT-BUILDING SECTION.
           ADD 1 TO WS-BUILDING-COUNT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-ROSTER-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BUILDING: " DELIMITED BY SIZE
               WS-PREV-STREET DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-PREV-HOUSE DELIMITED BY SPACE
               "  " DELIMITED BY SIZE
               WS-PREV-ZIP-CODE DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-ROSTER-LINE.
           PERFORM VARYING B-IDX FROM 1 BY 1
                   UNTIL B-IDX > WS-BLDG-COUNT
               IF WS-BLDG-PROTECTION-FLAG(B-IDX) NOT = "P"
                   PERFORM PRINT-RESIDENT
               END-IF
           END-PERFORM.
           PERFORM VARYING B-IDX FROM 1 BY 1
                   UNTIL B-IDX > WS-BLDG-COUNT
               IF WS-BLDG-PROTECTION-FLAG(B-IDX) = "P"
                   ADD 1 TO WS-FURTHER-COUNT
                   MOVE "    1 further resident" TO REPORT-LINE
                   PERFORM WRITE-ROSTER-LINE
               END-IF
           END-PERFORM.
           MOVE WS-BLDG-OCCUPANTS TO WOL-COUNT.
           MOVE WS-OCCUPANT-LINE TO REPORT-LINE.
           PERFORM WRITE-ROSTER-LINE.

       PRINT-RESIDENT SECTION.
           MOVE WS-BLDG-PERSON-ID(B-IDX) TO WDL-PERSON-ID.
           MOVE WS-BLDG-SURNAME(B-IDX) TO WDL-SURNAME.
           MOVE WS-BLDG-FIRSTNAME(B-IDX) TO WDL-FIRSTNAME.
           MOVE WS-BLDG-AGE(B-IDX) TO WDL-AGE.
           MOVE SPACES TO WDL-FLAG.
           IF WS-BLDG-AGE(B-IDX) > WS-SENIOR-AGE
               MOVE "*** OVER 75" TO WDL-FLAG
               ADD 1 TO WS-SENIOR-COUNT
           END-IF.
           IF WS-BLDG-AGE(B-IDX) < WS-ADULT-AGE
               AND WS-BLDG-ADULTS = 0
               MOVE "*** MINOR - NO ADULT" TO WDL-FLAG
               ADD 1 TO WS-MINOR-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-ROSTER-LINE.
           IF WS-BLDG-CONTACT-NAME(B-IDX, 1) NOT = SPACES
               OR WS-BLDG-CONTACT-NAME(B-IDX, 2) NOT = SPACES
               ADD 1 TO WS-CONTACT-COUNT
           END-IF.
           PERFORM VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 2
               IF WS-BLDG-CONTACT-NAME(B-IDX, C-IDX) NOT = SPACES
                   MOVE WS-BLDG-CONTACT-NAME(B-IDX, C-IDX) TO WCT-NAME
                   MOVE WS-BLDG-CONTACT-PHONE(B-IDX, C-IDX)
                       TO WCT-PHONE
                   MOVE WS-CONTACT-LINE TO REPORT-LINE
                   PERFORM WRITE-ROSTER-LINE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM LOG-DISCLOSURE.
           PERFORM LOG-ACCESS-ENTRY.

       PRINT-ROSTER-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-ROSTER-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Buildings: " DELIMITED BY SIZE
               WS-BUILDING-COUNT DELIMITED BY SIZE
               "  residents: " DELIMITED BY SIZE
               WS-RESIDENT-COUNT DELIMITED BY SIZE
               "  listed by name: " DELIMITED BY SIZE
               WS-LISTED-COUNT DELIMITED BY SIZE
               "  further residents: " DELIMITED BY SIZE
               WS-FURTHER-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-ROSTER-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Over 75: " DELIMITED BY SIZE
               WS-SENIOR-COUNT DELIMITED BY SIZE
               "  minors without adult: " DELIMITED BY SIZE
               WS-MINOR-COUNT DELIMITED BY SIZE
               "  with emergency contact: " DELIMITED BY SIZE
               WS-CONTACT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-ROSTER-LINE.

       WRITE-ROSTER-LINE SECTION.
           IF WS-PAGE-LINES NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-PAGE-LINES.
           ADD 1 TO WS-TOTAL-LINES.

       PRINT-PAGE-HEADER SECTION.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMERGENCY RESIDENT ROSTER  run " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  for " DELIMITED BY SIZE
               WS-RECIPIENT DELIMITED BY "  "
               "  page " DELIMITED BY SIZE
               WS-PAGE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE "    PERSON  SURNAME     FIRSTNAME   AGE  NOTE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.
           ADD 2 TO WS-PAGE-LINES.

       OPEN-DISCLOSURE-REGISTER SECTION.
           OPEN EXTEND DisclosureRegisterFile.
           IF WS-DISCLOSURE-STATUS = "35"
               CLOSE DisclosureRegisterFile
               OPEN OUTPUT DisclosureRegisterFile
           END-IF.

       LOG-DISCLOSURE SECTION.
           MOVE WS-BLDG-PERSON-ID(B-IDX) TO DS-PERSON-ID.
           MOVE WS-RECIPIENT TO DS-RECIPIENT.
           MOVE WS-REPORT-FILE-NAME TO DS-FILE-NAME.
           MOVE WS-RUN-DATE TO DS-RUN-DATE.
           WRITE DISCLOSURE-REGISTER-RECORD.

       LOG-ACCESS-ENTRY SECTION.
           MOVE WS-SIGNON-ID TO AX-OPERATOR-ID.
           MOVE WS-BLDG-PERSON-ID(B-IDX) TO AX-PERSON-ID.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO AX-TIMESTAMP
           END-STRING.
           MOVE "R" TO AX-MODE.
           MOVE SPACES TO AX-REASON.
           WRITE ACCESS-LOG-RECORD.

       LOG-REPORT-INDEX SECTION.
           MOVE "EMERGENCY ROSTER" TO RI-REPORT-NAME.
           MOVE "EMERGENCY-ROSTER" TO RI-PROGRAM-NAME.
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

       COPY "SIGN-ON".

       COPY "MUNI-SCOPE".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM EMERGENCY-ROSTER.
