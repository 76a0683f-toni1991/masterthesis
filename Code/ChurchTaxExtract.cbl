       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHURCH-TAX-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JournalFile
          ASSIGN TO DYNAMIC WS-ENV-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT ExtractControlFile
          ASSIGN TO "churchtaxcontrol.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EXTRACT-CONTROL-STATUS.
       SELECT ChurchTaxFile
          ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD ExtractControlFile.
       01 EXTRACT-CONTROL-RECORD.
           05 EC-LAST-TIMESTAMP PIC 9(14).
           05 EC-LAST-FILE-NAME PIC X(40).

       FD ChurchTaxFile.
       01 CHURCH-TAX-LINE PIC X(100).
       01 CHURCH-TAX-RECORD REDEFINES CHURCH-TAX-LINE.
           05 CT-EVENT-CODE PIC X.
           05 CT-PERSON-ID PIC 9(6).
           05 CT-DATE-OF-BIRTH PIC X(8).
           05 CT-SURNAME PIC X(10).
           05 CT-FIRSTNAME PIC X(10).
           05 CT-STREET PIC X(15).
           05 CT-HOUSENUMBER PIC X(5).
           05 CT-ZIP-CODE PIC X(6).
           05 CT-CITY PIC X(15).
           05 CT-RELIGION-CODE PIC X(2).
           05 CT-RELIGION-DATE PIC X(8).
           05 CT-PREVIOUS-RELIGION PIC X(2).
           05 CT-EVENT-DATE PIC 9(8).
           05 FILLER PIC X(4).

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-JOURNAL PIC X(40) VALUE "changejournal.txt".
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-EXTRACT-CONTROL-STATUS PIC X(2).
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
       01 WS-EXTRACT-FILE-NAME PIC X(40).
       01 JOURNAL-EOF-SWITCH PIC X VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-TIMESTAMP PIC 9(14).
       01 WS-LAST-TIMESTAMP PIC 9(14) VALUE 0.
       01 WS-EVENT-KIND PIC X.
           88 EVENT-IS-ARRIVAL VALUE "N".
           88 EVENT-IS-DEPARTURE VALUE "D".
           88 EVENT-IS-DEATH VALUE "X".
           88 EVENT-IS-AFFILIATION VALUE "R".
           88 EVENT-IS-NONE VALUE SPACE.
       01 WS-BEFORE-STATUS PIC X.
           88 BEFORE-ACTIVE VALUE "A" " ".
       01 WS-AFTER-STATUS PIC X.
           88 AFTER-ACTIVE VALUE "A" " ".
           88 AFTER-DEPARTED VALUE "I" "T" "E".
           88 AFTER-DECEASED VALUE "X".
       01 WS-IMAGE-PERSON.
           05 WS-IMG-PERSON-ID PIC 9(6).
           05 WS-IMG-DOB PIC X(8).
           05 WS-IMG-AGE PIC X(3).
           05 WS-IMG-FIRSTNAME PIC X(10).
           05 WS-IMG-SURNAME PIC X(10).
           05 WS-IMG-STREET PIC X(15).
           05 WS-IMG-HOUSENUMBER PIC X(5).
           05 WS-IMG-ZIP-CODE PIC X(6).
           05 WS-IMG-CITY PIC X(15).
           05 WS-IMG-SEX-CODE PIC X.
           05 WS-IMG-PERSON-STATUS PIC X.
           05 WS-IMG-OPERATOR-ID PIC X(8).
           05 WS-IMG-TIMESTAMP PIC X(14).
           05 WS-IMG-MUNICIPALITY PIC X(4).
           05 WS-IMG-NATIONALITY PIC X(3).
           05 WS-IMG-PERMIT-TYPE PIC X(2).
           05 WS-IMG-PERMIT-EXPIRY PIC X(8).
           05 WS-IMG-PROTECTION PIC X.
           05 WS-IMG-EMERGENCY PIC X(76).
           05 WS-IMG-RELIGION PIC X(2).
           05 WS-IMG-RELIGION-DATE PIC X(8).
           05 WS-IMG-LANGUAGE PIC X(2).
       01 WS-EXTRACT-COUNT PIC 9(6) VALUE 0.
       01 WS-EXTRACT-HASH PIC 9(12) VALUE 0.
       01 WS-ARRIVAL-COUNT PIC 9(6) VALUE 0.
       01 WS-DEPARTURE-COUNT PIC 9(6) VALUE 0.
       01 WS-DEATH-COUNT PIC 9(6) VALUE 0.
       01 WS-AFFILIATION-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "MONTHLY CHURCH-TAX CHANGE EXTRACT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-DATE DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           PERFORM READ-EXTRACT-CONTROL.
           OPEN INPUT JournalFile.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "No change journal on file - nothing "
                   "extracted."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-LAST-TIMESTAMP = 0
               DISPLAY "No previous extract on record - extracting "
                   "the whole journal."
           ELSE
               DISPLAY "Extracting changes after " WS-LAST-TIMESTAMP
                   "."
           END-IF.
           MOVE SPACES TO WS-EXTRACT-FILE-NAME.
           STRING "churchtax." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ChurchTaxFile.
           PERFORM UNTIL JOURNAL-EOF
               READ JournalFile
                   AT END SET JOURNAL-EOF TO TRUE
               END-READ
               IF NOT JOURNAL-EOF
                   AND CJ-TIMESTAMP > WS-LAST-TIMESTAMP
                   AND CJ-TIMESTAMP NOT > WS-RUN-TIMESTAMP
                   PERFORM CLASSIFY-CHURCH-TAX-EVENT
                   IF NOT EVENT-IS-NONE
                       PERFORM WRITE-CHURCH-TAX-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ChurchTaxFile.
           CLOSE JournalFile.
           PERFORM REGISTER-CHURCH-TAX-EXTRACT.
           PERFORM SAVE-EXTRACT-CONTROL.
           DISPLAY "New residents:        " WS-ARRIVAL-COUNT.
           DISPLAY "Departures:           " WS-DEPARTURE-COUNT.
           DISPLAY "Deaths:               " WS-DEATH-COUNT.
           DISPLAY "Affiliation changes:  " WS-AFFILIATION-COUNT.
           DISPLAY "Extract " WS-EXTRACT-FILE-NAME " registered ("
               WS-EXTRACT-COUNT " record(s), id hash "
               WS-EXTRACT-HASH ").".
           GOBACK.

       READ-EXTRACT-CONTROL SECTION.
           MOVE 0 TO WS-LAST-TIMESTAMP.
           OPEN INPUT ExtractControlFile.
           IF WS-EXTRACT-CONTROL-STATUS = "35"
               CONTINUE
           ELSE
               READ ExtractControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF EC-LAST-TIMESTAMP IS NUMERIC
                           MOVE EC-LAST-TIMESTAMP
                               TO WS-LAST-TIMESTAMP
                       END-IF
               END-READ
               CLOSE ExtractControlFile
           END-IF.

       SAVE-EXTRACT-CONTROL SECTION.
           MOVE WS-RUN-TIMESTAMP TO EC-LAST-TIMESTAMP.
           MOVE WS-EXTRACT-FILE-NAME TO EC-LAST-FILE-NAME.
           OPEN OUTPUT ExtractControlFile.
           WRITE EXTRACT-CONTROL-RECORD.
           CLOSE ExtractControlFile.

       CLASSIFY-CHURCH-TAX-EVENT SECTION.
           SET EVENT-IS-NONE TO TRUE.
           MOVE CJ-AFTER-IMAGE TO WS-IMAGE-PERSON.
           MOVE WS-IMG-PERSON-STATUS TO WS-AFTER-STATUS.
           IF CJ-ACTION-WRITE
               IF AFTER-ACTIVE
                   SET EVENT-IS-ARRIVAL TO TRUE
               END-IF
           END-IF.
           IF CJ-ACTION-REWRITE
               AND CJ-BEFORE-IMAGE NOT = SPACES
               MOVE CJ-BEFORE-IMAGE(80:1) TO WS-BEFORE-STATUS
               EVALUATE TRUE
                   WHEN AFTER-DECEASED AND WS-BEFORE-STATUS NOT = "X"
                       SET EVENT-IS-DEATH TO TRUE
                   WHEN AFTER-DEPARTED AND BEFORE-ACTIVE
                       SET EVENT-IS-DEPARTURE TO TRUE
                   WHEN AFTER-ACTIVE AND NOT BEFORE-ACTIVE
                       SET EVENT-IS-ARRIVAL TO TRUE
                   WHEN CJ-BEFORE-IMAGE(197:10) NOT =
                       CJ-AFTER-IMAGE(197:10)
                       SET EVENT-IS-AFFILIATION TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-CHURCH-TAX-LINE SECTION.
           MOVE SPACES TO CHURCH-TAX-LINE.
           MOVE WS-EVENT-KIND TO CT-EVENT-CODE.
           MOVE CJ-PERSON-ID TO CT-PERSON-ID.
           MOVE WS-IMG-DOB TO CT-DATE-OF-BIRTH.
           MOVE WS-IMG-SURNAME TO CT-SURNAME.
           MOVE WS-IMG-FIRSTNAME TO CT-FIRSTNAME.
           MOVE WS-IMG-STREET TO CT-STREET.
           MOVE WS-IMG-HOUSENUMBER TO CT-HOUSENUMBER.
           MOVE WS-IMG-ZIP-CODE TO CT-ZIP-CODE.
           MOVE WS-IMG-CITY TO CT-CITY.
           MOVE WS-IMG-RELIGION TO CT-RELIGION-CODE.
           MOVE WS-IMG-RELIGION-DATE TO CT-RELIGION-DATE.
           IF CJ-BEFORE-IMAGE NOT = SPACES
               MOVE CJ-BEFORE-IMAGE(197:2) TO CT-PREVIOUS-RELIGION
           END-IF.
           MOVE CJ-TIMESTAMP(1:8) TO CT-EVENT-DATE.
           WRITE CHURCH-TAX-LINE.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD CJ-PERSON-ID TO WS-EXTRACT-HASH.
           EVALUATE TRUE
               WHEN EVENT-IS-ARRIVAL ADD 1 TO WS-ARRIVAL-COUNT
               WHEN EVENT-IS-DEPARTURE ADD 1 TO WS-DEPARTURE-COUNT
               WHEN EVENT-IS-DEATH ADD 1 TO WS-DEATH-COUNT
               WHEN EVENT-IS-AFFILIATION
                   ADD 1 TO WS-AFFILIATION-COUNT
           END-EVALUATE.

       REGISTER-CHURCH-TAX-EXTRACT SECTION.
           MOVE WS-EXTRACT-FILE-NAME TO TR-FILE-NAME.
           MOVE WS-RUN-DATE TO TR-FILE-DATE.
           MOVE WS-EXTRACT-COUNT TO TR-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH TO TR-HASH-TOTAL.
           MOVE "N" TO TR-HANDED-OVER-FLAG.
           MOVE 0 TO TR-HANDOVER-TIMESTAMP.
           MOVE "N" TO TR-CONFIRMED-FLAG.
           MOVE 0 TO TR-CONFIRM-TIMESTAMP.
           OPEN EXTEND TransmitRegisterFile.
           IF WS-TRANSMIT-REGISTER-STATUS = "35"
               CLOSE TransmitRegisterFile
               OPEN OUTPUT TransmitRegisterFile
           END-IF.
           WRITE TRANSMIT-REGISTER-RECORD.
           CLOSE TransmitRegisterFile.

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM CHURCH-TAX-EXTRACT.
