          ASSIGN TO "demotrend.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DEMO-HISTORY-STATUS.
       SELECT GeoSegmentFile
          ASSIGN TO "geosegments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-GEO-SEGMENT-STATUS.
       SELECT CodeTableFile
          ASSIGN TO "codetable.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CODE-TABLE-STATUS.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PARTITION-COUNT-STATUS.

       SELECT ResidenceRegisterFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDENCES
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RR-KEY
          FILE STATUS IS WS-RESIDENCE-REGISTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD SnapshotInfoFile.
       COPY "SNAPSHOT-INFO".

       FD ResidenceRegisterFile.
       COPY "RESIDENCE-REGISTER".

       FD RecordFile.
       COPY "PersonData".

       FD DemoHistoryFile.
       COPY "DEMO-HISTORY".

       FD GeoSegmentFile.
       COPY "GEO-SEGMENT".

       FD CodeTableFile.
       COPY "CODE-TABLE".

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "PARTITION-WS".
       COPY "SNAPSHOT-WS".
       COPY "RESIDENCE-REGISTER-WS".
       COPY "GEO-WS".
       COPY "CODE-TABLE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-INITIAL-CHAR PIC X.
       01 WS-ALPHABET PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-DISTRICT-TABLE.
           05 WS-SD-ENTRY OCCURS 300 TIMES.
               10 T-SD-DISTRICT PIC X(6).
               10 T-SD-COUNT PIC 9(6).
       01 WS-SD-COUNT PIC 9(3) VALUE 0.
       01 WS-SD-IDX PIC 9(3).
       01 WS-SD-SHIFT-IDX PIC 9(3).
       01 WS-SD-NONE-COUNT PIC 9(6) VALUE 0.
       01 WS-SD-OTHER-COUNT PIC 9(6) VALUE 0.
       01 WS-DISTRICT-LINE.
           05 WDL-DISTRICT PIC X(8).
           05 FILLER PIC X(2) VALUE ": ".
           05 WDL-COUNT PIC ZZZZZ9.
       01 WS-NATIONALITY-TABLE.
           05 WS-NB-ENTRY OCCURS 200 TIMES.
               10 T-NB-CODE PIC X(3).
               10 T-NB-COUNT PIC 9(6).
       01 WS-NB-COUNT PIC 9(3) VALUE 0.
       01 WS-NB-IDX PIC 9(3).
       01 WS-NB-SHIFT-IDX PIC 9(3).
       01 WS-NB-NATIVE-COUNT PIC 9(6) VALUE 0.
       01 WS-NB-OTHER-COUNT PIC 9(6) VALUE 0.
       01 WS-NATIONALITY-LINE.
           05 WNL-CODE PIC X(4).
           05 WNL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WNL-COUNT PIC ZZZZZ9.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-HEADER-LINE.
                   UNTIL WS-INITIAL-IDX > 27
               MOVE 0 TO WS-INITIAL-COUNT(WS-INITIAL-IDX)
           END-PERFORM.
           PERFORM LOAD-GEO-SEGMENTS.
           PERFORM OPEN-RESIDENCE-REGISTER.
           IF RESIDENCE-REGISTER-FAILED
               DISPLAY "Report refused - main residences cannot be "
                   "told apart."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
                       IF PARTITION-IN-RANGE
                           AND (STATUS-ACTIVE
                               OR PERSON-STATUS = SPACE)
                           MOVE PERSON-ID TO WS-RR-CHECK-ID
                           PERFORM CHECK-MAIN-RESIDENCE
                           IF MAIN-RESIDENCE-HERE
                               PERFORM TALLY-ONE-PERSON
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                   PERFORM APPEND-DEMO-HISTORY
               END-IF
           END-IF.
           PERFORM CLOSE-RESIDENCE-REGISTER.
           GOBACK.

       READ-AGE-BRACKET-CONTROL SECTION.
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-INITIAL-COUNT(WS-INITIAL-IDX).
           IF GEO-SEGMENTS-PRESENT
               PERFORM TALLY-STATISTICAL-DISTRICT
           END-IF.
           PERFORM TALLY-NATIONALITY.

       TALLY-NATIONALITY SECTION.
           IF NATIONALITY-CODE = SPACES
               ADD 1 TO WS-NB-NATIVE-COUNT
           ELSE
               MOVE 1 TO WS-NB-IDX
               PERFORM UNTIL WS-NB-IDX > WS-NB-COUNT
                       OR T-NB-CODE(WS-NB-IDX)
                           NOT < NATIONALITY-CODE
                   ADD 1 TO WS-NB-IDX
               END-PERFORM
               IF WS-NB-IDX NOT > WS-NB-COUNT
                   AND T-NB-CODE(WS-NB-IDX) = NATIONALITY-CODE
                   ADD 1 TO T-NB-COUNT(WS-NB-IDX)
               ELSE
                   IF WS-NB-COUNT = 200
                       ADD 1 TO WS-NB-OTHER-COUNT
                   ELSE
                       MOVE WS-NB-COUNT TO WS-NB-SHIFT-IDX
                       PERFORM UNTIL WS-NB-SHIFT-IDX < WS-NB-IDX
                           MOVE WS-NB-ENTRY(WS-NB-SHIFT-IDX)
                               TO WS-NB-ENTRY(WS-NB-SHIFT-IDX + 1)
                           SUBTRACT 1 FROM WS-NB-SHIFT-IDX
                       END-PERFORM
                       MOVE NATIONALITY-CODE TO T-NB-CODE(WS-NB-IDX)
                       MOVE 1 TO T-NB-COUNT(WS-NB-IDX)
                       ADD 1 TO WS-NB-COUNT
                   END-IF
               END-IF
           END-IF.

       TALLY-STATISTICAL-DISTRICT SECTION.
           MOVE STREET TO WS-GEO-STREET.
           MOVE HOUSENUMBER TO WS-GEO-HOUSENUMBER.
           PERFORM FIND-GEO-SEGMENT.
           IF NOT GEO-SEGMENT-FOUND
               ADD 1 TO WS-SD-NONE-COUNT
           ELSE
               MOVE 1 TO WS-SD-IDX
               PERFORM UNTIL WS-SD-IDX > WS-SD-COUNT
                       OR T-SD-DISTRICT(WS-SD-IDX)
                           NOT < WS-GEO-STATISTICAL
                   ADD 1 TO WS-SD-IDX
               END-PERFORM
               IF WS-SD-IDX NOT > WS-SD-COUNT
                   AND T-SD-DISTRICT(WS-SD-IDX) = WS-GEO-STATISTICAL
                   ADD 1 TO T-SD-COUNT(WS-SD-IDX)
               ELSE
                   IF WS-SD-COUNT = 300
                       ADD 1 TO WS-SD-OTHER-COUNT
                   ELSE
                       MOVE WS-SD-COUNT TO WS-SD-SHIFT-IDX
                       PERFORM UNTIL WS-SD-SHIFT-IDX < WS-SD-IDX
                           MOVE WS-SD-ENTRY(WS-SD-SHIFT-IDX)
                               TO WS-SD-ENTRY(WS-SD-SHIFT-IDX + 1)
                           SUBTRACT 1 FROM WS-SD-SHIFT-IDX
                       END-PERFORM
                       MOVE WS-GEO-STATISTICAL
                           TO T-SD-DISTRICT(WS-SD-IDX)
                       MOVE 1 TO T-SD-COUNT(WS-SD-IDX)
                       ADD 1 TO WS-SD-COUNT
                   END-IF
               END-IF
           END-IF.

       WRITE-STATISTICS-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
               MOVE WS-OLDEST-AGE TO WSL-VALUE
               PERFORM WRITE-STAT-LINE
           END-IF.
           MOVE "Secondary residences:   " TO WSL-LABEL.
           MOVE WS-RR-SECONDARY-SKIPPED TO WSL-VALUE.
           PERFORM WRITE-STAT-LINE.
           MOVE "Minors (under bracket): " TO WSL-LABEL.
           MOVE WS-MINOR-COUNT TO WSL-VALUE.
           PERFORM WRITE-STAT-LINE.
               WRITE REPORT-LINE FROM WS-INITIAL-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.
           IF GEO-SEGMENTS-PRESENT
               PERFORM WRITE-DISTRICT-BREAKDOWN
           END-IF.
           PERFORM WRITE-NATIONALITY-BREAKDOWN.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Demographics written to " WS-REPORT-FILE-NAME
               " (" WS-TOTAL-LINES " lines).".

       WRITE-DISTRICT-BREAKDOWN SECTION.
           MOVE "Persons by statistical district:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               MOVE T-SD-DISTRICT(WS-SD-IDX) TO WDL-DISTRICT
               MOVE T-SD-COUNT(WS-SD-IDX) TO WDL-COUNT
               WRITE REPORT-LINE FROM WS-DISTRICT-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-PERFORM.
           IF WS-SD-OTHER-COUNT > 0
               MOVE "(other)" TO WDL-DISTRICT
               MOVE WS-SD-OTHER-COUNT TO WDL-COUNT
               WRITE REPORT-LINE FROM WS-DISTRICT-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.
           IF WS-SD-NONE-COUNT > 0
               MOVE "(none)" TO WDL-DISTRICT
               MOVE WS-SD-NONE-COUNT TO WDL-COUNT
               WRITE REPORT-LINE FROM WS-DISTRICT-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.

       WRITE-NATIONALITY-BREAKDOWN SECTION.
           MOVE "Persons by nationality:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.
           IF WS-NB-NATIVE-COUNT > 0
               MOVE SPACES TO WNL-CODE
               MOVE "(native)" TO WNL-DESCRIPTION
               MOVE WS-NB-NATIVE-COUNT TO WNL-COUNT
               WRITE REPORT-LINE FROM WS-NATIONALITY-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.
           PERFORM VARYING WS-NB-IDX FROM 1 BY 1
                   UNTIL WS-NB-IDX > WS-NB-COUNT
               MOVE "NATIONALITY" TO WS-CODE-CHECK-TABLE
               MOVE T-NB-CODE(WS-NB-IDX) TO WS-CODE-CHECK-CODE
               MOVE 0 TO WS-CODE-CHECK-DATE
               PERFORM CHECK-TABLE-CODE
               MOVE T-NB-CODE(WS-NB-IDX) TO WNL-CODE
               IF WS-CODE-DESCRIPTION = SPACES
                   MOVE "(not in code table)" TO WNL-DESCRIPTION
               ELSE
                   MOVE WS-CODE-DESCRIPTION TO WNL-DESCRIPTION
               END-IF
               MOVE T-NB-COUNT(WS-NB-IDX) TO WNL-COUNT
               WRITE REPORT-LINE FROM WS-NATIONALITY-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-PERFORM.
           IF WS-NB-OTHER-COUNT > 0
               MOVE SPACES TO WNL-CODE
               MOVE "(other)" TO WNL-DESCRIPTION
               MOVE WS-NB-OTHER-COUNT TO WNL-COUNT
               WRITE REPORT-LINE FROM WS-NATIONALITY-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.

       WRITE-STAT-LINE SECTION.
           WRITE REPORT-LINE FROM WS-STAT-LINE.
           ADD 1 TO WS-TOTAL-LINES.
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-RESIDENCES TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDENCES
           END-IF.

       COPY "SNAPSHOT-SELECT".

       COPY "ENV-SECTIONS".

       COPY "RESIDENCE-TYPE-CHECK".

       COPY "GEO-LOOKUP".

       COPY "CODE-TABLE-CHECK".

       END PROGRAM DEMOGRAPHICS-REPORT.
