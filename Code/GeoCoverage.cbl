       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEO-COVERAGE.
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
       SELECT GeoSegmentFile
          ASSIGN TO "geosegments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-GEO-SEGMENT-STATUS.
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT SortFile
          ASSIGN TO "geocoversort.tmp".

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

       FD GeoSegmentFile.
       COPY "GEO-SEGMENT".

       FD ReportFile.
       01 REPORT-LINE PIC X(80).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       SD SortFile.
       01 SORT-RECORD.
           05 SR-STREET PIC X(15).
           05 SR-HOUSENUMBER PIC X(5).
           05 SR-ZIP-CODE PIC X(6).
           05 SR-CITY PIC X(15).

       WORKING-STORAGE SECTION.
       COPY "GEO-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       COPY "TRAILER-KEY".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-PAGE-COUNT PIC 9(3) VALUE 0.
       01 WS-PAGE-LINES PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-CHECKED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNCOVERED-PERSONS PIC 9(6) VALUE 0.
       01 WS-UNCOVERED-ADDRESSES PIC 9(6) VALUE 0.
       01 WS-ADDRESS-PERSONS PIC 9(6) VALUE 0.
       01 WS-PREV-ADDRESS.
           05 WS-PREV-STREET PIC X(15).
           05 WS-PREV-HOUSENUMBER PIC X(5).
           05 WS-PREV-ZIP-CODE PIC X(6).
           05 WS-PREV-CITY PIC X(15).
       01 WS-FIRST-ADDRESS-SWITCH PIC X VALUE "Y".
           88 FIRST-ADDRESS VALUE "Y".
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-STREET PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-HOUSENUMBER PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-ZIP-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-CITY PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WDL-PERSONS PIC ZZZZZ9.
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(19) VALUE "  STREET           ".
           05 FILLER PIC X(15) VALUE "HOUSE  ZIP     ".
           05 FILLER PIC X(24) VALUE "CITY             PERSONS".
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(24) VALUE "  Addresses not covered:".
           05 WSL-ADDRESSES PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "   persons: ".
           05 WSL-PERSONS PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "   checked: ".
           05 WSL-CHECKED PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "GEOGRAPHY COVERAGE REPORT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-GEO-SEGMENTS.
           IF NOT GEO-SEGMENTS-PRESENT
               DISPLAY "No street-segment geography on file - "
                   "coverage cannot be checked."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "geocoverage." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           PERFORM PRINT-PAGE-HEADER.
           SORT SortFile
               ON ASCENDING KEY SR-STREET SR-HOUSENUMBER
                   SR-ZIP-CODE SR-CITY
               INPUT PROCEDURE IS COVERAGE-SORT-INPUT
               OUTPUT PROCEDURE IS COVERAGE-SORT-OUTPUT.
           IF NOT FIRST-ADDRESS
               PERFORM PRINT-ADDRESS-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-COVERAGE-LINE.
           MOVE WS-UNCOVERED-ADDRESSES TO WSL-ADDRESSES.
           MOVE WS-UNCOVERED-PERSONS TO WSL-PERSONS.
           MOVE WS-CHECKED-COUNT TO WSL-CHECKED.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-COVERAGE-LINE.
           CLOSE ReportFile.
           CLOSE RecordFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Coverage report written to " WS-REPORT-FILE-NAME
               " (" WS-UNCOVERED-ADDRESSES " addresses, "
               WS-UNCOVERED-PERSONS " persons not covered).".
           IF WS-UNCOVERED-ADDRESSES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       COVERAGE-SORT-INPUT SECTION.
           PERFORM UNTIL EOF
               READ RecordFile NEXT RECORD
                   AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                   AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
                   ADD 1 TO WS-CHECKED-COUNT
                   MOVE STREET TO WS-GEO-STREET
                   MOVE HOUSENUMBER TO WS-GEO-HOUSENUMBER
                   PERFORM FIND-GEO-SEGMENT
                   IF NOT GEO-SEGMENT-FOUND
                       ADD 1 TO WS-UNCOVERED-PERSONS
                       MOVE STREET TO SR-STREET
                       MOVE HOUSENUMBER TO SR-HOUSENUMBER
                       MOVE ZIP-CODE TO SR-ZIP-CODE
                       MOVE CITY TO SR-CITY
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       COVERAGE-SORT-OUTPUT SECTION.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF
               RETURN SortFile
                   AT END SET EOF TO TRUE
                   NOT AT END
                       PERFORM COUNT-UNCOVERED-ADDRESS
               END-RETURN
           END-PERFORM.

       COUNT-UNCOVERED-ADDRESS SECTION.
           IF FIRST-ADDRESS
               MOVE "N" TO WS-FIRST-ADDRESS-SWITCH
               MOVE SORT-RECORD TO WS-PREV-ADDRESS
               MOVE 0 TO WS-ADDRESS-PERSONS
           END-IF.
           IF SORT-RECORD NOT = WS-PREV-ADDRESS
               PERFORM PRINT-ADDRESS-LINE
               MOVE SORT-RECORD TO WS-PREV-ADDRESS
               MOVE 0 TO WS-ADDRESS-PERSONS
           END-IF.
           ADD 1 TO WS-ADDRESS-PERSONS.

       PRINT-ADDRESS-LINE SECTION.
           MOVE WS-PREV-STREET TO WDL-STREET.
           MOVE WS-PREV-HOUSENUMBER TO WDL-HOUSENUMBER.
           MOVE WS-PREV-ZIP-CODE TO WDL-ZIP-CODE.
           MOVE WS-PREV-CITY TO WDL-CITY.
           MOVE WS-ADDRESS-PERSONS TO WDL-PERSONS.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-COVERAGE-LINE.
           ADD 1 TO WS-UNCOVERED-ADDRESSES.

       WRITE-COVERAGE-LINE SECTION.
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
           STRING "ADDRESSES IN NO STREET SEGMENT  run "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  page " DELIMITED BY SIZE
               WS-PAGE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.
           ADD 2 TO WS-PAGE-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "GEOGRAPHY COVERAGE" TO RI-REPORT-NAME.
           MOVE "GEO-COVERAGE" TO RI-PROGRAM-NAME.
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

       COPY "GEO-LOOKUP".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM GEO-COVERAGE.
