       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENCE-CONFLICT.
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
       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.
       SELECT StateResidenceFile
          ASSIGN TO "stateresidences.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-STATE-RESIDENCE-STATUS.
       SELECT ConflictReportFile
          ASSIGN TO "residenceconflicts.txt"
          ORGANIZATION IS LINE SEQUENTIAL.
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

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD StateResidenceFile.
       01 STATE-RESIDENCE-RECORD.
           05 SR-MUNICIPALITY-CODE PIC X(4).
           05 SR-MUNICIPALITY-NAME PIC X(20).
           05 SR-SURNAME PIC X(10).
           05 SR-FIRSTNAME PIC X(10).
           05 SR-DATE-OF-BIRTH PIC 9(8).
           05 SR-SEX-CODE PIC X.
           05 SR-STREET PIC X(15).
           05 SR-HOUSENUMBER PIC X(5).
           05 SR-ZIP-CODE PIC X(6).
           05 SR-CITY PIC X(15).
           05 SR-REGISTERED-FROM PIC 9(8).

       FD ConflictReportFile.
       COPY "RESIDENCE-CONFLICT".

       WORKING-STORAGE SECTION.
       COPY "RESIDENCE-REGISTER-WS".
       COPY "PHONETIC-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-STATE-RESIDENCE-STATUS PIC X(2).
       01 WS-OWN-MUNICIPALITY PIC X(4) VALUE "LOCL".
       01 STATE-EOF-SWITCH PIC X VALUE "N".
           88 STATE-EOF VALUE "Y".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       COPY "TRAILER-KEY".
       01 WS-STATE-FIRSTNAME PIC X(10).
       01 WS-CHECK-FIRSTNAME PIC X(10).
       01 WS-STATE-COUNT PIC 9(6) VALUE 0.
       01 WS-OWN-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 WS-CONFLICT-COUNT PIC 9(6) VALUE 0.
       01 WS-ENTRY-CONFLICT-SWITCH PIC X.
           88 ENTRY-IN-CONFLICT VALUE "Y".
       01 WS-CLEAR-ENTRY-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "NATIONWIDE MAIN-RESIDENCE CONFLICT CHECK".
           OPEN INPUT StateResidenceFile.
           IF WS-STATE-RESIDENCE-STATUS NOT = "00"
               DISPLAY "No state main-residence file on hand - run "
                   "refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               CLOSE StateResidenceFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-RESIDENCE-REGISTER.
           IF RESIDENCE-REGISTER-FAILED
               CLOSE StateResidenceFile
               CLOSE RecordFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ConflictReportFile.
           PERFORM UNTIL STATE-EOF
               READ StateResidenceFile
                   AT END SET STATE-EOF TO TRUE
               END-READ
               IF NOT STATE-EOF
                   ADD 1 TO WS-STATE-COUNT
                   IF SR-MUNICIPALITY-CODE = WS-OWN-MUNICIPALITY
                       ADD 1 TO WS-OWN-ENTRY-COUNT
                   ELSE
                       PERFORM MATCH-ONE-STATE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ConflictReportFile.
           PERFORM CLOSE-RESIDENCE-REGISTER.
           CLOSE RecordFile.
           CLOSE StateResidenceFile.
           DISPLAY "State entries read:           " WS-STATE-COUNT.
           DISPLAY "Own municipality entries:     " WS-OWN-ENTRY-COUNT.
           DISPLAY "Entries with no conflict:     "
               WS-CLEAR-ENTRY-COUNT.
           DISPLAY "Main-residence conflicts:     " WS-CONFLICT-COUNT.
           DISPLAY "Secondary residences passed:  "
               WS-RR-SECONDARY-SKIPPED.
           DISPLAY "Conflict report written to residenceconflicts.txt".
           GOBACK.

       MATCH-ONE-STATE-ENTRY SECTION.
           MOVE "N" TO WS-ENTRY-CONFLICT-SWITCH.
           MOVE SR-SURNAME TO WS-PHON-IN.
           PERFORM BUILD-PHONETIC-CODE.
           MOVE WS-PHON-OUT TO WS-PHON-SEARCH.
           MOVE SR-FIRSTNAME TO WS-STATE-FIRSTNAME.
           INSPECT WS-STATE-FIRSTNAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO EOF-SWITCH.
           MOVE 0 TO PERSON-ID.
           START RecordFile KEY IS NOT LESS THAN PERSON-ID
               INVALID KEY SET EOF TO TRUE
           END-START.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
                   AND DATE-OF-BIRTH = SR-DATE-OF-BIRTH
                   PERFORM GRADE-CANDIDATE
               END-IF
           END-PERFORM.
           IF NOT ENTRY-IN-CONFLICT
               ADD 1 TO WS-CLEAR-ENTRY-COUNT
           END-IF.

       GRADE-CANDIDATE SECTION.
           IF SEX-CODE NOT = SPACE AND SR-SEX-CODE NOT = SPACE
               AND SEX-CODE NOT = SR-SEX-CODE
               CONTINUE
           ELSE
               MOVE FIRSTNAME TO WS-CHECK-FIRSTNAME
               INSPECT WS-CHECK-FIRSTNAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-CHECK-FIRSTNAME = WS-STATE-FIRSTNAME
                   MOVE SURNAME TO WS-PHON-IN
                   PERFORM BUILD-PHONETIC-CODE
                   IF WS-PHON-OUT = WS-PHON-SEARCH
                       MOVE PERSON-ID TO WS-RR-CHECK-ID
                       PERFORM CHECK-MAIN-RESIDENCE
                       IF MAIN-RESIDENCE-HERE
                           PERFORM WRITE-CONFLICT-RECORD
                           SET ENTRY-IN-CONFLICT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-CONFLICT-RECORD SECTION.
           MOVE SPACES TO RESIDENCE-CONFLICT-RECORD.
           MOVE PERSON-ID TO RC-PERSON-ID.
           MOVE SURNAME TO RC-SURNAME.
           MOVE FIRSTNAME TO RC-FIRSTNAME.
           MOVE DATE-OF-BIRTH TO RC-DATE-OF-BIRTH.
           MOVE SEX-CODE TO RC-SEX-CODE.
           MOVE STREET TO RC-STREET.
           MOVE HOUSENUMBER TO RC-HOUSENUMBER.
           MOVE ZIP-CODE TO RC-ZIP-CODE.
           MOVE CITY TO RC-CITY.
           MOVE " | " TO RC-SEPARATOR.
           MOVE SR-MUNICIPALITY-CODE TO RC-OTHER-MUNICIPALITY.
           MOVE SR-MUNICIPALITY-NAME TO RC-OTHER-MUNICIPALITY-NAME.
           MOVE SR-SURNAME TO RC-OTHER-SURNAME.
           MOVE SR-FIRSTNAME TO RC-OTHER-FIRSTNAME.
           MOVE SR-DATE-OF-BIRTH TO RC-OTHER-DATE-OF-BIRTH.
           MOVE SR-SEX-CODE TO RC-OTHER-SEX-CODE.
           MOVE SR-STREET TO RC-OTHER-STREET.
           MOVE SR-HOUSENUMBER TO RC-OTHER-HOUSENUMBER.
           MOVE SR-ZIP-CODE TO RC-OTHER-ZIP-CODE.
           MOVE SR-CITY TO RC-OTHER-CITY.
           MOVE SR-REGISTERED-FROM TO RC-OTHER-REGISTERED-FROM.
           WRITE RESIDENCE-CONFLICT-RECORD.
           ADD 1 TO WS-CONFLICT-COUNT.
           DISPLAY "Conflict: PERSON-ID " PERSON-ID " " SURNAME ", "
               FIRSTNAME " also main resident in "
               SR-MUNICIPALITY-NAME.

       COPY "PHONETIC-CODE".

       COPY "RESIDENCE-TYPE-CHECK".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-RESIDENCES TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDENCES
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM RESIDENCE-CONFLICT.
