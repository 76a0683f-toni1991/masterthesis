       SELECT RosterFile
          ASSIGN TO DYNAMIC WS-ROSTER-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GeoSegmentFile
          ASSIGN TO "geosegments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-GEO-SEGMENT-STATUS.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD RosterFile.
       01 ROSTER-LINE PIC X(90).

       FD GeoSegmentFile.
       COPY "GEO-SEGMENT".

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       SD SortFile.
       01 SORT-RECORD.
           05 SR-CATCHMENT PIC X(6).
               88 SR-NO-CATCHMENT VALUE HIGH-VALUES.
           05 SR-STREET PIC X(15).
           05 SR-HOUSENUMBER PIC X(5).
           05 SR-ZIP-CODE PIC X(6).
           05 SR-DOB PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "GEO-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ADULT-COUNT PIC 9(3) VALUE 0.
       01 WS-ADULT-IDX PIC 9(3).
       01 WS-PARENT-NAME PIC X(21).
       01 WS-PREV-CATCHMENT PIC X(6) VALUE LOW-VALUES.
       01 WS-UNASSIGNED-COUNT PIC 9(6) VALUE 0.
       01 WS-PREV-ADDRESS PIC X(26) VALUE LOW-VALUES.
       01 WS-THIS-ADDRESS PIC X(26).
       01 WS-DETAIL-LINE.
           OPEN OUTPUT RosterFile.
           PERFORM WRITE-ROSTER-HEADER.
           SORT SortFile
               ON ASCENDING KEY SR-CATCHMENT SR-STREET SR-HOUSENUMBER
                   SR-ZIP-CODE SR-SURNAME SR-FIRSTNAME
               INPUT PROCEDURE IS ROSTER-SORT-INPUT
               OUTPUT PROCEDURE IS ROSTER-SORT-OUTPUT.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Roster written to " WS-ROSTER-FILE-NAME " ("
               WS-CHILD-COUNT " children).".
           DISPLAY "Children in no school catchment: "
               WS-UNASSIGNED-COUNT.
           GOBACK.

       READ-SCHOOL-CARD SECTION.
                   AND NOT PROTECTED-PERSON
                   PERFORM COMPUTE-CUTOFF-AGE
                   IF WS-CUTOFF-AGE = WS-SCHOOL-AGE
                       MOVE STREET TO WS-GEO-STREET
                       MOVE HOUSENUMBER TO WS-GEO-HOUSENUMBER
                       PERFORM FIND-GEO-SEGMENT
                       IF GEO-SEGMENT-FOUND
                           AND WS-GEO-CATCHMENT NOT = SPACES
                           MOVE WS-GEO-CATCHMENT TO SR-CATCHMENT
                       ELSE
                           SET SR-NO-CATCHMENT TO TRUE
                       END-IF
                       MOVE STREET TO SR-STREET
                       MOVE HOUSENUMBER TO SR-HOUSENUMBER
                       MOVE ZIP-CODE TO SR-ZIP-CODE
           END-PERFORM.

       WRITE-ROSTER-DETAIL SECTION.
           IF SR-CATCHMENT NOT = WS-PREV-CATCHMENT
               MOVE SR-CATCHMENT TO WS-PREV-CATCHMENT
               MOVE LOW-VALUES TO WS-PREV-ADDRESS
               MOVE SPACES TO ROSTER-LINE
               WRITE ROSTER-LINE
               MOVE SPACES TO ROSTER-LINE
               IF SR-NO-CATCHMENT
                   MOVE "SCHOOL CATCHMENT: NOT ASSIGNED" TO ROSTER-LINE
               ELSE
                   STRING "SCHOOL CATCHMENT: " DELIMITED BY SIZE
                       SR-CATCHMENT DELIMITED BY SIZE
                       INTO ROSTER-LINE
                   END-STRING
               END-IF
               WRITE ROSTER-LINE
               ADD 2 TO WS-TOTAL-LINES
           END-IF.
           IF SR-NO-CATCHMENT
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.
           MOVE SPACES TO WS-THIS-ADDRESS.
           STRING SR-STREET DELIMITED BY SIZE
               SR-HOUSENUMBER DELIMITED BY SIZE

       COPY "ENV-SECTIONS".

       COPY "GEO-LOOKUP".

       END PROGRAM SCHOOL-ROSTER.
