       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENCE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT ResidenceHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-HISTORY-STATUS.
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

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD RecordFile.
       COPY "PersonData".

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "RESIDENCE-REGISTER-WS".
       COPY "RESIDENCE-WS".
       COPY "CHECK-DIGIT-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
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
           88 CH-END VALUE "E" "e".
           88 CH-DELETE VALUE "D" "d".
           88 CH-INQUIRE VALUE "I" "i".
           88 CH-QUIT VALUE "Q" "q".
       01 WS-CONFIRM PIC X.
           88 CONFIRM-YES VALUE "Y" "y".
       01 WS-ENTRY-FOUND-SWITCH PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
       01 WS-PERSON-OK-SWITCH PIC X VALUE "N".
           88 PERSON-OK VALUE "Y".
       01 WS-DETAILS-OK-SWITCH PIC X VALUE "N".
           88 DETAILS-OK VALUE "Y".
       01 WS-OPEN-MAIN-SWITCH PIC X VALUE "N".
           88 OPEN-MAIN-ELSEWHERE VALUE "Y".
       01 LIST-EOF-SWITCH PIC X VALUE "N".
           88 LIST-EOF VALUE "Y".
       01 WS-WORK-PERSON-ID PIC 9(6).
       01 WS-WORK-SEQUENCE PIC 9(2).
       01 WS-NEXT-SEQUENCE PIC 9(3).
       01 WS-WORK-TYPE PIC X.
           88 WORK-TYPE-MAIN VALUE "M" "m".
           88 WORK-TYPE-SECONDARY VALUE "S" "s".
       01 WS-WORK-STREET PIC X(15).
       01 WS-WORK-HOUSENUMBER PIC X(5).
       01 WS-WORK-ZIP-CODE PIC X(6).
       01 WS-WORK-CITY PIC X(15).
       01 WS-WORK-LOCAL PIC X.
           88 WORK-LOCAL-YES VALUE "Y" "y".
       01 WS-WORK-FROM PIC 9(8).
       01 WS-WORK-TO PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-LIST-COUNT PIC 9(4).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "MAIN AND SECONDARY RESIDENCE MAINTENANCE".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O ResidenceRegisterFile.
           IF WS-RESIDENCE-REGISTER-STATUS = "35"
               OPEN OUTPUT ResidenceRegisterFile
               CLOSE ResidenceRegisterFile
               OPEN I-O ResidenceRegisterFile
           END-IF.
           IF WS-RESIDENCE-REGISTER-STATUS NOT = "00"
               DISPLAY "Residence register not available - status "
                   WS-RESIDENCE-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Person master not available - status "
                   WS-FILE-STATUS
               CLOSE ResidenceRegisterFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-QUIT
               PERFORM DISPLAY-MAINT-MENU
               ACCEPT WS-CHOICE
               PERFORM DISPATCH-MAINT-CHOICE
           END-PERFORM.
           CLOSE RecordFile.
           CLOSE ResidenceRegisterFile.
           GOBACK.

       DISPLAY-MAINT-MENU SECTION.
           DISPLAY " ".
           DISPLAY "RESIDENCE REGISTER".
           DISPLAY "A  Add residence (secondary, or main elsewhere)".
           DISPLAY "E  End residence (given up)".
           DISPLAY "D  Delete residence (entered in error)".
           DISPLAY "I  Inquire residences of a person".
           DISPLAY "Q  Quit".
           DISPLAY "Choice: " WITH NO ADVANCING.

       DISPATCH-MAINT-CHOICE SECTION.
           EVALUATE TRUE
               WHEN CH-ADD
                   IF OPERATOR-CAN-UPDATE
                       PERFORM ADD-RESIDENCE
                   ELSE
                       DISPLAY "Recording residences requires update "
                           "authority."
                   END-IF
               WHEN CH-END
                   IF OPERATOR-CAN-UPDATE
                       PERFORM END-RESIDENCE
                   ELSE
                       DISPLAY "Ending residences requires update "
                           "authority."
                   END-IF
               WHEN CH-DELETE
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM DELETE-RESIDENCE
                   ELSE
                       DISPLAY "Deleting residences requires a "
                           "supervisor."
                   END-IF
               WHEN CH-INQUIRE PERFORM INQUIRE-RESIDENCES
               WHEN CH-QUIT SET WS-QUIT TO TRUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

       ACCEPT-PERSON-ID SECTION.
           MOVE "N" TO WS-PERSON-OK-SWITCH.
           DISPLAY "PERSON-ID: " WITH NO ADVANCING.
           ACCEPT WS-WORK-PERSON-ID.
           MOVE WS-WORK-PERSON-ID TO WS-CHECK-ID.
           PERFORM VERIFY-KEYED-CHECK-DIGIT.
           IF KEYED-ID-CHECK-OK
               MOVE WS-WORK-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       DISPLAY "PERSON-ID " WS-WORK-PERSON-ID
                           " not on file."
                   NOT INVALID KEY
                       SET PERSON-OK TO TRUE
                       DISPLAY "  " FIRSTNAME " " SURNAME " born "
                           DATE-OF-BIRTH
               END-READ
           END-IF.

       SCAN-PERSON-RESIDENCES SECTION.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE "N" TO WS-OPEN-MAIN-SWITCH.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE WS-WORK-PERSON-ID TO RR-PERSON-ID.
           MOVE 0 TO RR-SEQUENCE.
           START ResidenceRegisterFile KEY IS NOT LESS THAN RR-KEY
               INVALID KEY SET LIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIST-EOF
               READ ResidenceRegisterFile NEXT RECORD
                   AT END SET LIST-EOF TO TRUE
               END-READ
               IF NOT LIST-EOF
                   IF RR-PERSON-ID NOT = WS-WORK-PERSON-ID
                       SET LIST-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       COMPUTE WS-NEXT-SEQUENCE = RR-SEQUENCE + 1
                       IF RR-MAIN-RESIDENCE
                           AND (RR-VALID-TO = 0
                           OR RR-VALID-TO NOT < WS-TODAY)
                           SET OPEN-MAIN-ELSEWHERE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       READ-WORK-RESIDENCE SECTION.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM LIST-PERSON-RESIDENCES
               DISPLAY "Residence sequence number: "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-SEQUENCE
               MOVE WS-WORK-PERSON-ID TO RR-PERSON-ID
               MOVE WS-WORK-SEQUENCE TO RR-SEQUENCE
               READ ResidenceRegisterFile
                   INVALID KEY
                       DISPLAY "No residence " WS-WORK-SEQUENCE
                           " on file for PERSON-ID "
                           WS-WORK-PERSON-ID "."
                   NOT INVALID KEY
                       SET ENTRY-FOUND TO TRUE
               END-READ
           END-IF.

       ACCEPT-RESIDENCE-DETAILS SECTION.
           MOVE "N" TO WS-DETAILS-OK-SWITCH.
           DISPLAY "Street: " WITH NO ADVANCING.
           ACCEPT WS-WORK-STREET.
           DISPLAY "House number: " WITH NO ADVANCING.
           ACCEPT WS-WORK-HOUSENUMBER.
           DISPLAY "ZIP code: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ZIP-CODE.
           DISPLAY "City: " WITH NO ADVANCING.
           ACCEPT WS-WORK-CITY.
           IF WORK-TYPE-MAIN
               MOVE "N" TO WS-WORK-LOCAL
           ELSE
               DISPLAY "Within this municipality (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-LOCAL
           END-IF.
           DISPLAY "Valid from (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-FROM.
           IF WS-WORK-FROM = 0
               MOVE WS-TODAY TO WS-WORK-FROM
           END-IF.
           DISPLAY "Valid to (CCYYMMDD, 0 = open-ended): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-TO.
           IF WS-WORK-STREET = SPACES OR WS-WORK-CITY = SPACES
               DISPLAY "Street and city are required - entry "
                   "refused."
           ELSE
               CALL "DATE-CHECK" USING WS-WORK-FROM
                   WS-DATE-FLAG WS-DATE-REASON
               IF WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                   DISPLAY "Invalid valid-from date (" WS-DATE-REASON
                       ") - entry refused."
               ELSE
                   IF WS-WORK-TO = 0
                       SET DETAILS-OK TO TRUE
                   ELSE
                       CALL "DATE-CHECK" USING WS-WORK-TO
                           WS-DATE-FLAG WS-DATE-REASON
                       EVALUATE TRUE
                           WHEN WS-DATE-BAD
                               AND WS-DATE-REASON NOT = "FU"
                               DISPLAY "Invalid valid-to date ("
                                   WS-DATE-REASON ") - entry refused."
                           WHEN WS-WORK-TO < WS-WORK-FROM
                               DISPLAY "Valid-to is before "
                                   "valid-from - entry refused."
                           WHEN OTHER
                               SET DETAILS-OK TO TRUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       ADD-RESIDENCE SECTION.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM SCAN-PERSON-RESIDENCES
               DISPLAY "Residence type (S=secondary residence, "
                   "M=main residence elsewhere - the registered "
                   "address becomes secondary): " WITH NO ADVANCING
               ACCEPT WS-WORK-TYPE
               EVALUATE TRUE
                   WHEN NOT WORK-TYPE-MAIN AND NOT WORK-TYPE-SECONDARY
                       DISPLAY "Unknown residence type " WS-WORK-TYPE
                           " - entry refused."
                   WHEN WORK-TYPE-MAIN AND OPEN-MAIN-ELSEWHERE
                       DISPLAY "A main residence elsewhere is already "
                           "open - end it first."
                   WHEN WS-NEXT-SEQUENCE > 99
                       DISPLAY "No residence sequence numbers left "
                           "for this person."
                   WHEN OTHER
                       PERFORM ACCEPT-RESIDENCE-DETAILS
                       IF DETAILS-OK
                           PERFORM WRITE-NEW-RESIDENCE
                       END-IF
               END-EVALUATE
           END-IF.

       WRITE-NEW-RESIDENCE SECTION.
           MOVE WS-WORK-PERSON-ID TO RR-PERSON-ID.
           MOVE WS-NEXT-SEQUENCE TO RR-SEQUENCE.
           IF WORK-TYPE-MAIN
               SET RR-MAIN-RESIDENCE TO TRUE
           ELSE
               SET RR-SECONDARY-RESIDENCE TO TRUE
           END-IF.
           MOVE WS-WORK-STREET TO RR-STREET.
           MOVE WS-WORK-HOUSENUMBER TO RR-HOUSENUMBER.
           MOVE WS-WORK-ZIP-CODE TO RR-ZIP-CODE.
           MOVE WS-WORK-CITY TO RR-CITY.
           IF WORK-LOCAL-YES
               MOVE "Y" TO RR-LOCAL-FLAG
           ELSE
               MOVE "N" TO RR-LOCAL-FLAG
           END-IF.
           MOVE WS-WORK-FROM TO RR-VALID-FROM.
           MOVE WS-WORK-TO TO RR-VALID-TO.
           MOVE WS-SIGNON-ID TO RR-OPERATOR-ID.
           MOVE WS-TODAY TO RR-CHANGE-DATE.
           WRITE RESIDENCE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Residence could not be written - status "
                       WS-RESIDENCE-REGISTER-STATUS
               NOT INVALID KEY
                   DISPLAY "Residence " RR-SEQUENCE " recorded."
                   IF RR-MAIN-RESIDENCE
                       DISPLAY "The registered address now counts "
                           "as a secondary residence."
                   END-IF
                   PERFORM LOG-RESIDENCE-REGISTER-ENTRY
           END-WRITE.

       END-RESIDENCE SECTION.
           PERFORM READ-WORK-RESIDENCE.
           IF ENTRY-FOUND
               PERFORM SHOW-RESIDENCE
               DISPLAY "Last day of residence (CCYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-TO
               IF WS-WORK-TO = 0
                   MOVE WS-TODAY TO WS-WORK-TO
               END-IF
               CALL "DATE-CHECK" USING WS-WORK-TO
                   WS-DATE-FLAG WS-DATE-REASON
               EVALUATE TRUE
                   WHEN WS-DATE-BAD AND WS-DATE-REASON NOT = "FU"
                       DISPLAY "Invalid date (" WS-DATE-REASON
                           ") - entry refused."
                   WHEN WS-WORK-TO < RR-VALID-FROM
                       DISPLAY "Date is before the residence began "
                           "- use D if it was entered in error."
                   WHEN OTHER
                       MOVE WS-WORK-TO TO RR-VALID-TO
                       MOVE WS-SIGNON-ID TO RR-OPERATOR-ID
                       MOVE WS-TODAY TO RR-CHANGE-DATE
                       REWRITE RESIDENCE-REGISTER-RECORD
                           INVALID KEY
                               DISPLAY "Residence could not be "
                                   "rewritten - status "
                                   WS-RESIDENCE-REGISTER-STATUS
                           NOT INVALID KEY
                               DISPLAY "Residence ended."
                               PERFORM LOG-RESIDENCE-REGISTER-ENTRY
                       END-REWRITE
               END-EVALUATE
           END-IF.

       DELETE-RESIDENCE SECTION.
           PERFORM READ-WORK-RESIDENCE.
           IF ENTRY-FOUND
               PERFORM SHOW-RESIDENCE
               DISPLAY "Delete this residence (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   DELETE ResidenceRegisterFile
                       INVALID KEY
                           DISPLAY "Residence could not be deleted "
                               "- status "
                               WS-RESIDENCE-REGISTER-STATUS
                       NOT INVALID KEY
                           DISPLAY "Residence deleted."
                   END-DELETE
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       INQUIRE-RESIDENCES SECTION.
           PERFORM ACCEPT-PERSON-ID.
           IF PERSON-OK
               PERFORM LIST-PERSON-RESIDENCES
           END-IF.

       LIST-PERSON-RESIDENCES SECTION.
           PERFORM SCAN-PERSON-RESIDENCES.
           IF OPEN-MAIN-ELSEWHERE
               DISPLAY "  registered address (secondary residence):"
           ELSE
               DISPLAY "  registered address (main residence):"
           END-IF.
           DISPLAY "    " STREET " " HOUSENUMBER " " ZIP-CODE " "
               CITY.
           MOVE "N" TO LIST-EOF-SWITCH.
           MOVE WS-WORK-PERSON-ID TO RR-PERSON-ID.
           MOVE 0 TO RR-SEQUENCE.
           START ResidenceRegisterFile KEY IS NOT LESS THAN RR-KEY
               INVALID KEY SET LIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIST-EOF
               READ ResidenceRegisterFile NEXT RECORD
                   AT END SET LIST-EOF TO TRUE
               END-READ
               IF NOT LIST-EOF
                   IF RR-PERSON-ID NOT = WS-WORK-PERSON-ID
                       SET LIST-EOF TO TRUE
                   ELSE
                       PERFORM SHOW-RESIDENCE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "  No further residences on file."
           END-IF.

       SHOW-RESIDENCE SECTION.
           IF RR-MAIN-RESIDENCE
               DISPLAY "  " RR-SEQUENCE " main residence elsewhere:"
           ELSE
               IF RR-IN-MUNICIPALITY
                   DISPLAY "  " RR-SEQUENCE " secondary residence "
                       "(this municipality):"
               ELSE
                   DISPLAY "  " RR-SEQUENCE " secondary residence "
                       "(elsewhere):"
               END-IF
           END-IF.
           DISPLAY "    " RR-STREET " " RR-HOUSENUMBER " "
               RR-ZIP-CODE " " RR-CITY.
           IF RR-VALID-TO = 0
               DISPLAY "    from " RR-VALID-FROM ", open-ended"
           ELSE
               DISPLAY "    from " RR-VALID-FROM " to " RR-VALID-TO
           END-IF.
           DISPLAY "    last changed " RR-CHANGE-DATE " by "
               RR-OPERATOR-ID.

       LOG-RESIDENCE-REGISTER-ENTRY SECTION.
           MOVE RR-PERSON-ID TO RH-PERSON-ID.
           MOVE RR-STREET TO RH-STREET.
           MOVE RR-HOUSENUMBER TO RH-HOUSENUMBER.
           MOVE RR-ZIP-CODE TO RH-ZIP-CODE.
           MOVE RR-CITY TO RH-CITY.
           MOVE RR-VALID-FROM TO RH-EFFECTIVE-DATE.
           MOVE WS-SIGNON-ID TO RH-OPERATOR-ID.
           MOVE WS-TODAY TO RH-TIMESTAMP(1:8).
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-TIME(1:6) TO RH-TIMESTAMP(9:6).
           MOVE RR-RESIDENCE-TYPE TO RH-RESIDENCE-TYPE.
           MOVE RR-SEQUENCE TO RH-RESIDENCE-SEQ.
           MOVE RR-VALID-TO TO RH-END-DATE.
           PERFORM WRITE-RESIDENCE-RECORD.

       COPY "RESIDENCE-LOG".

       COPY "CHECK-DIGIT-PROMPT".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RESIDENCES TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDENCES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM RESIDENCE-MAINT.
