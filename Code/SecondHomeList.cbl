       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECOND-HOME-LIST.
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
       SELECT SecondHomeFile
          ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.

       SELECT DisclosureRegisterFile
          ASSIGN TO "disclosureregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DISCLOSURE-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DisclosureRegisterFile.
       COPY "DISCLOSURE-REGISTER".

       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD RecordFile.
       COPY "PersonData".

       FD SecondHomeFile.
       01 SECOND-HOME-LINE PIC X(132).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "RESIDENCE-REGISTER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-DISCLOSURE-STATUS PIC X(2).
       01 WS-DISCLOSURE-RECIPIENT PIC X(20)
           VALUE "SECOND-HOME TAX".
       01 WS-LIST-FILE-NAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-HOLDER-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-HOLDER-LINE.
           05 HL-PERSON-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 HL-SURNAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 HL-FIRSTNAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 HL-SECOND-STREET PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 HL-SECOND-HOUSENUMBER PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 HL-SECOND-ZIP-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 HL-SINCE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 HL-MAIN-STREET PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 HL-MAIN-HOUSENUMBER PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 HL-MAIN-ZIP-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 HL-MAIN-CITY PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "SECONDARY-RESIDENCE HOLDERS FOR SECOND-HOME TAX".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ResidenceRegisterFile.
           IF WS-RESIDENCE-REGISTER-STATUS = "35"
               DISPLAY "No residence register on file - no "
                   "secondary residences recorded."
               GOBACK
           END-IF.
           IF WS-RESIDENCE-REGISTER-STATUS NOT = "00"
               DISPLAY "Residence register not available - status "
                   WS-RESIDENCE-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               CLOSE ResidenceRegisterFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LIST-FILE-NAME.
           STRING "secondresidences." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
           END-STRING.
           OPEN OUTPUT SecondHomeFile.
           PERFORM OPEN-DISCLOSURE-REGISTER.
           PERFORM WRITE-LIST-HEADER.
           PERFORM UNTIL RR-SCAN-EOF
               READ ResidenceRegisterFile NEXT RECORD
                   AT END SET RR-SCAN-EOF TO TRUE
               END-READ
               IF NOT RR-SCAN-EOF
                   AND RR-VALID-FROM NOT > WS-RUN-DATE
                   AND (RR-VALID-TO = 0
                       OR RR-VALID-TO NOT < WS-RUN-DATE)
                   PERFORM LIST-ONE-ENTRY
               END-IF
           END-PERFORM.
           MOVE SPACES TO SECOND-HOME-LINE.
           WRITE SECOND-HOME-LINE.
           MOVE SPACES TO SECOND-HOME-LINE.
           STRING "Secondary-residence holders listed: "
               DELIMITED BY SIZE
               WS-HOLDER-COUNT DELIMITED BY SIZE
               INTO SECOND-HOME-LINE
           END-STRING.
           WRITE SECOND-HOME-LINE.
           ADD 2 TO WS-TOTAL-LINES.
           CLOSE DisclosureRegisterFile.
           CLOSE SecondHomeFile.
           CLOSE RecordFile.
           CLOSE ResidenceRegisterFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Holders listed: " WS-HOLDER-COUNT
               ". List written to " WS-LIST-FILE-NAME.
           GOBACK.

       LIST-ONE-ENTRY SECTION.
           MOVE RR-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   DISPLAY "Residence register entry for unknown "
                       "PERSON-ID " RR-PERSON-ID " skipped."
               NOT INVALID KEY
                   IF STATUS-ACTIVE OR PERSON-STATUS = SPACE
                       EVALUATE TRUE
                           WHEN RR-MAIN-RESIDENCE
                               PERFORM LIST-REGISTERED-SECOND-HOME
                           WHEN RR-SECONDARY-RESIDENCE
                               AND RR-IN-MUNICIPALITY
                               PERFORM LIST-REGISTER-SECOND-HOME
                       END-EVALUATE
                   END-IF
           END-READ.

       LIST-REGISTERED-SECOND-HOME SECTION.
           MOVE PERSON-ID TO HL-PERSON-ID.
           MOVE SURNAME TO HL-SURNAME.
           MOVE FIRSTNAME TO HL-FIRSTNAME.
           MOVE STREET TO HL-SECOND-STREET.
           MOVE HOUSENUMBER TO HL-SECOND-HOUSENUMBER.
           MOVE ZIP-CODE TO HL-SECOND-ZIP-CODE.
           MOVE RR-VALID-FROM TO HL-SINCE.
           MOVE RR-STREET TO HL-MAIN-STREET.
           MOVE RR-HOUSENUMBER TO HL-MAIN-HOUSENUMBER.
           MOVE RR-ZIP-CODE TO HL-MAIN-ZIP-CODE.
           MOVE RR-CITY TO HL-MAIN-CITY.
           PERFORM WRITE-HOLDER-LINE.

       LIST-REGISTER-SECOND-HOME SECTION.
           MOVE PERSON-ID TO HL-PERSON-ID.
           MOVE SURNAME TO HL-SURNAME.
           MOVE FIRSTNAME TO HL-FIRSTNAME.
           MOVE RR-STREET TO HL-SECOND-STREET.
           MOVE RR-HOUSENUMBER TO HL-SECOND-HOUSENUMBER.
           MOVE RR-ZIP-CODE TO HL-SECOND-ZIP-CODE.
           MOVE RR-VALID-FROM TO HL-SINCE.
           MOVE STREET TO HL-MAIN-STREET.
           MOVE HOUSENUMBER TO HL-MAIN-HOUSENUMBER.
           MOVE ZIP-CODE TO HL-MAIN-ZIP-CODE.
           MOVE CITY TO HL-MAIN-CITY.
           PERFORM WRITE-HOLDER-LINE.

       WRITE-HOLDER-LINE SECTION.
           WRITE SECOND-HOME-LINE FROM WS-HOLDER-LINE.
           ADD 1 TO WS-HOLDER-COUNT.
           ADD 1 TO WS-TOTAL-LINES.
           PERFORM LOG-DISCLOSURE.

       WRITE-LIST-HEADER SECTION.
           MOVE SPACES TO SECOND-HOME-LINE.
           STRING "SECONDARY-RESIDENCE HOLDERS AS OF "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO SECOND-HOME-LINE
           END-STRING.
           WRITE SECOND-HOME-LINE.
           MOVE SPACES TO SECOND-HOME-LINE.
           STRING "ID     SURNAME    FIRSTNAME  "
               DELIMITED BY SIZE
               "SECOND HOME                  SINCE    "
               DELIMITED BY SIZE
               "MAIN RESIDENCE" DELIMITED BY SIZE
               INTO SECOND-HOME-LINE
           END-STRING.
           WRITE SECOND-HOME-LINE.
           MOVE 2 TO WS-TOTAL-LINES.

       OPEN-DISCLOSURE-REGISTER SECTION.
           OPEN EXTEND DisclosureRegisterFile.
           IF WS-DISCLOSURE-STATUS = "35"
               CLOSE DisclosureRegisterFile
               OPEN OUTPUT DisclosureRegisterFile
           END-IF.

       LOG-DISCLOSURE SECTION.
           MOVE PERSON-ID TO DS-PERSON-ID.
           MOVE WS-DISCLOSURE-RECIPIENT TO DS-RECIPIENT.
           MOVE WS-LIST-FILE-NAME TO DS-FILE-NAME.
           MOVE WS-RUN-DATE TO DS-RUN-DATE.
           WRITE DISCLOSURE-REGISTER-RECORD.

       LOG-REPORT-INDEX SECTION.
           MOVE "SECOND HOMES" TO RI-REPORT-NAME.
           MOVE "SECOND-HOME-LIST" TO RI-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RI-RUN-DATE.
           MOVE WS-TOTAL-LINES TO RI-LINE-COUNT.
           MOVE WS-LIST-FILE-NAME TO RI-FILE-NAME.
           OPEN EXTEND ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CLOSE ReportIndexFile
               OPEN OUTPUT ReportIndexFile
           END-IF.
           WRITE REPORT-INDEX-RECORD.
           CLOSE ReportIndexFile.

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

       END PROGRAM SECOND-HOME-LIST.
