       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODE-TABLE-SCAN.
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
       SELECT FeeScheduleFile
          ASSIGN TO "feeschedule.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-FEE-SCHEDULE-STATUS.
       SELECT CodeTableFile
          ASSIGN TO "codetable.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CODE-TABLE-STATUS.
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.

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

       FD FeeScheduleFile.
       COPY "FEE-SCHEDULE".

       FD CodeTableFile.
       COPY "CODE-TABLE".

       FD ReportFile.
       01 REPORT-LINE PIC X(80).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "CODE-TABLE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-FEE-SCHEDULE-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       COPY "TRAILER-KEY".
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 FEE-EOF-SWITCH PIC X VALUE "N".
           88 FEE-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PERSONS-READ PIC 9(6) VALUE 0.
       01 WS-FEES-READ PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(6) VALUE 0.
       01 WS-NOT-IN-FORCE-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-SCAN-TABLE-NAMES.
           05 FILLER PIC X(12) VALUE "NATIONALITY".
           05 FILLER PIC X(12) VALUE "PERMIT-TYPE".
           05 FILLER PIC X(12) VALUE "MUNICIPALITY".
           05 FILLER PIC X(12) VALUE "SERVICE".
       01 WS-SCAN-TABLES REDEFINES WS-SCAN-TABLE-NAMES.
           05 WS-SCAN-TABLE PIC X(12) OCCURS 4 TIMES.
       01 WS-SCAN-IDX PIC 9.
       01 WS-EMPTY-TABLE-COUNT PIC 9 VALUE 0.
       01 WS-SCAN-SOURCE PIC X(8).
       01 WS-SCAN-KEY PIC X(10).
       01 WS-SCAN-NAME PIC X(20).
       01 WS-HEADER-LINE.
           05 FILLER PIC X(8) VALUE "Report: ".
           05 WH-REPORT-NAME PIC X(20).
           05 FILLER PIC X(10) VALUE " Program: ".
           05 WH-PROGRAM-NAME PIC X(20).
       01 WS-DATE-LINE.
           05 FILLER PIC X(10) VALUE "Run date: ".
           05 WD-RUN-DATE PIC 9(8).
       01 WS-DETAIL-LINE.
           05 WDL-SOURCE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WDL-KEY PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WDL-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WDL-TABLE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WDL-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WDL-PROBLEM PIC X(12).
       01 WS-STAT-LINE.
           05 WSL-LABEL PIC X(30).
           05 WSL-VALUE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "CODE TABLE SCAN OF EXISTING RECORDS".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "codescan." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           PERFORM LOAD-CODE-TABLE.
           IF WS-CODE-COUNT = 0
               DISPLAY "Code table file is empty - nothing to scan "
                   "against."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ReportFile.
           MOVE "CODE TABLE SCAN" TO WH-REPORT-NAME.
           MOVE "CODE-TABLE-SCAN" TO WH-PROGRAM-NAME.
           WRITE REPORT-LINE FROM WS-HEADER-LINE.
           MOVE WS-RUN-DATE TO WD-RUN-DATE.
           WRITE REPORT-LINE FROM WS-DATE-LINE.
           MOVE 2 TO WS-TOTAL-LINES.
           PERFORM CHECK-EMPTY-TABLES.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCE   KEY        NAME                 "
                   DELIMITED BY SIZE
               "TABLE        CODE PROBLEM" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.
           PERFORM SCAN-PERSON-RECORDS.
           PERFORM SCAN-FEE-SCHEDULE.
           PERFORM WRITE-SCAN-TOTALS.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Persons read: " WS-PERSONS-READ
               " fee schedule entries read: " WS-FEES-READ.
           DISPLAY "Unknown codes: " WS-UNKNOWN-COUNT
               " codes not in force: " WS-NOT-IN-FORCE-COUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME ".".
           IF WS-UNKNOWN-COUNT > 0 OR WS-NOT-IN-FORCE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       CHECK-EMPTY-TABLES SECTION.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 4
               MOVE WS-SCAN-TABLE(WS-SCAN-IDX) TO WS-CODE-CHECK-TABLE
               MOVE HIGH-VALUES TO WS-CODE-CHECK-CODE
               MOVE 0 TO WS-CODE-CHECK-DATE
               PERFORM CHECK-TABLE-CODE
               IF CODE-TABLE-EMPTY
                   ADD 1 TO WS-EMPTY-TABLE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "Table " DELIMITED BY SIZE
                       WS-SCAN-TABLE(WS-SCAN-IDX) DELIMITED BY SPACE
                       " holds no codes - not checked."
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   ADD 1 TO WS-TOTAL-LINES
               END-IF
           END-PERFORM.

       SCAN-PERSON-RECORDS SECTION.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No person data available for this run."
           ELSE
               PERFORM UNTIL EOF
                   READ RecordFile NEXT RECORD
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                       ADD 1 TO WS-PERSONS-READ
                       PERFORM SCAN-ONE-PERSON
                   END-IF
               END-PERFORM
               CLOSE RecordFile
           END-IF.

       SCAN-ONE-PERSON SECTION.
           MOVE "PERSON" TO WS-SCAN-SOURCE.
           MOVE SPACES TO WS-SCAN-KEY.
           MOVE PERSON-ID TO WS-SCAN-KEY(1:6).
           MOVE SPACES TO WS-SCAN-NAME.
           STRING SURNAME DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               FIRSTNAME DELIMITED BY SPACE
               INTO WS-SCAN-NAME
           END-STRING.
           MOVE "NATIONALITY" TO WS-CODE-CHECK-TABLE.
           MOVE NATIONALITY-CODE TO WS-CODE-CHECK-CODE.
           PERFORM CHECK-SCANNED-CODE.
           MOVE "PERMIT-TYPE" TO WS-CODE-CHECK-TABLE.
           MOVE PERMIT-TYPE TO WS-CODE-CHECK-CODE.
           PERFORM CHECK-SCANNED-CODE.
           MOVE "MUNICIPALITY" TO WS-CODE-CHECK-TABLE.
           MOVE MUNICIPALITY-CODE TO WS-CODE-CHECK-CODE.
           PERFORM CHECK-SCANNED-CODE.

       SCAN-FEE-SCHEDULE SECTION.
           OPEN INPUT FeeScheduleFile.
           IF WS-FEE-SCHEDULE-STATUS = "35"
               DISPLAY "No fee schedule on file."
           ELSE
               PERFORM UNTIL FEE-EOF
                   READ FeeScheduleFile
                       AT END SET FEE-EOF TO TRUE
                   END-READ
                   IF NOT FEE-EOF
                       ADD 1 TO WS-FEES-READ
                       MOVE "FEESCHED" TO WS-SCAN-SOURCE
                       MOVE FS-SERVICE-CODE TO WS-SCAN-KEY
                       MOVE FS-MATCH-NAME TO WS-SCAN-NAME
                       MOVE "SERVICE" TO WS-CODE-CHECK-TABLE
                       MOVE FS-SERVICE-CODE TO WS-CODE-CHECK-CODE
                       PERFORM CHECK-SCANNED-CODE
                   END-IF
               END-PERFORM
               CLOSE FeeScheduleFile
           END-IF.

       CHECK-SCANNED-CODE SECTION.
           MOVE WS-RUN-DATE TO WS-CODE-CHECK-DATE.
           PERFORM CHECK-TABLE-CODE.
           IF NOT CODE-ACCEPTABLE
               MOVE WS-SCAN-SOURCE TO WDL-SOURCE
               MOVE WS-SCAN-KEY TO WDL-KEY
               MOVE WS-SCAN-NAME TO WDL-NAME
               MOVE WS-CODE-CHECK-TABLE TO WDL-TABLE
               MOVE WS-CODE-CHECK-CODE TO WDL-CODE
               IF CODE-NOT-IN-FORCE
                   MOVE "NOT IN FORCE" TO WDL-PROBLEM
                   ADD 1 TO WS-NOT-IN-FORCE-COUNT
               ELSE
                   MOVE "UNKNOWN" TO WDL-PROBLEM
                   ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.

       WRITE-SCAN-TOTALS SECTION.
           MOVE "Persons read:" TO WSL-LABEL.
           MOVE WS-PERSONS-READ TO WSL-VALUE.
           PERFORM WRITE-STAT-LINE.
           MOVE "Fee schedule entries read:" TO WSL-LABEL.
           MOVE WS-FEES-READ TO WSL-VALUE.
           PERFORM WRITE-STAT-LINE.
           MOVE "Unknown codes:" TO WSL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO WSL-VALUE.
           PERFORM WRITE-STAT-LINE.
           MOVE "Codes not in force:" TO WSL-LABEL.
           MOVE WS-NOT-IN-FORCE-COUNT TO WSL-VALUE.
           PERFORM WRITE-STAT-LINE.
           MOVE "Tables not checked (empty):" TO WSL-LABEL.
           MOVE WS-EMPTY-TABLE-COUNT TO WSL-VALUE.
           PERFORM WRITE-STAT-LINE.

       WRITE-STAT-LINE SECTION.
           WRITE REPORT-LINE FROM WS-STAT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "CODE TABLE SCAN" TO RI-REPORT-NAME.
           MOVE "CODE-TABLE-SCAN" TO RI-PROGRAM-NAME.
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

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "CODE-TABLE-CHECK".

       END PROGRAM CODE-TABLE-SCAN.
