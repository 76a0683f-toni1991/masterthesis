       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMIGRATION-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EmigrationRegisterFile
          ASSIGN TO "emigrationregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EMIGRATION-REGISTER-STATUS.
       SELECT EmigrationCardFile
          ASSIGN TO "emigrationcard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EMIGRATION-CARD-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD EmigrationRegisterFile.
       COPY "EMIGRATION-REGISTER".

       FD EmigrationCardFile.
       01 EMIGRATION-CARD-RECORD.
           05 EC-YEAR PIC 9(4).

       FD CodeTableFile.
       COPY "CODE-TABLE".

       FD ReportFile.
       01 REPORT-LINE PIC X(80).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       WORKING-STORAGE SECTION.
       COPY "CODE-TABLE-WS".
       01 WS-EMIGRATION-REGISTER-STATUS PIC X(2).
       01 WS-EMIGRATION-CARD-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 EOF-SWITCH PIC X VALUE "N".
           88 EOF VALUE "Y".
       01 WS-RUN-DATE.
           05 WS-RUN-CCYY PIC 9(4).
           05 WS-RUN-MMDD PIC 9(4).
       01 WS-REPORT-YEAR PIC 9(4) VALUE 0.
       01 WS-COUNTRY-TABLE.
           05 WS-COUNTRY-ENTRY OCCURS 200 TIMES.
               10 T-EC-COUNTRY PIC X(3).
               10 T-EC-DEPARTURES PIC 9(6).
               10 T-EC-RETURNS PIC 9(6).
       01 WS-COUNTRY-COUNT PIC 9(3) VALUE 0.
       01 WS-COUNTRY-IDX PIC 9(3).
       01 WS-COUNTRY-SLOT PIC 9(3).
       01 WS-COUNTRY-OVERFLOW-SWITCH PIC X VALUE "N".
           88 COUNTRY-OVERFLOW VALUE "Y".
       01 WS-TOTAL-DEPARTURES PIC 9(6) VALUE 0.
       01 WS-TOTAL-RETURNS PIC 9(6) VALUE 0.
       01 WS-NET-FIGURE PIC S9(6).
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-COUNTRY-LINE.
           05 WCL-COUNTRY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WCL-DEPARTURES PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WCL-RETURNS PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WCL-NET PIC -(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ANNUAL EMIGRATION AND RETURN REPORT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-EMIGRATION-CARD.
           IF WS-REPORT-YEAR = 0
               DISPLAY "Report year (0 = previous year): "
                   WITH NO ADVANCING
               ACCEPT WS-REPORT-YEAR
           END-IF.
           IF WS-REPORT-YEAR = 0
               COMPUTE WS-REPORT-YEAR = WS-RUN-CCYY - 1
           END-IF.
           DISPLAY "Report year " WS-REPORT-YEAR ".".
           PERFORM TALLY-REGISTER-ENTRIES.
           IF COUNTRY-OVERFLOW
               DISPLAY "More than 200 countries in the register - "
                   "report refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-EMIGRATION-REPORT.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Departures " WS-TOTAL-DEPARTURES ", returns "
               WS-TOTAL-RETURNS ".".
           DISPLAY "Report written to " WS-REPORT-FILE-NAME ".".
           GOBACK.

       READ-EMIGRATION-CARD SECTION.
           OPEN INPUT EmigrationCardFile.
           IF WS-EMIGRATION-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ EmigrationCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF EC-YEAR IS NUMERIC AND EC-YEAR > 0
                           MOVE EC-YEAR TO WS-REPORT-YEAR
                       END-IF
               END-READ
               CLOSE EmigrationCardFile
           END-IF.

       TALLY-REGISTER-ENTRIES SECTION.
           OPEN INPUT EmigrationRegisterFile.
           IF WS-EMIGRATION-REGISTER-STATUS = "35"
               DISPLAY "No emigration register on file - empty "
                   "report written."
           ELSE
               PERFORM UNTIL EOF
                   READ EmigrationRegisterFile
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF
                       AND EM-EVENT-DATE(1:4) = WS-REPORT-YEAR
                       PERFORM FIND-COUNTRY-SLOT
                       IF WS-COUNTRY-SLOT > 0
                           IF EM-DEPARTURE
                               ADD 1 TO
                                   T-EC-DEPARTURES(WS-COUNTRY-SLOT)
                                   WS-TOTAL-DEPARTURES
                           ELSE
                               ADD 1 TO T-EC-RETURNS(WS-COUNTRY-SLOT)
                                   WS-TOTAL-RETURNS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EmigrationRegisterFile
           END-IF.

       FIND-COUNTRY-SLOT SECTION.
           MOVE 0 TO WS-COUNTRY-SLOT.
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                   UNTIL WS-COUNTRY-IDX > WS-COUNTRY-COUNT
                   OR WS-COUNTRY-SLOT > 0
               IF T-EC-COUNTRY(WS-COUNTRY-IDX) = EM-COUNTRY-CODE
                   MOVE WS-COUNTRY-IDX TO WS-COUNTRY-SLOT
               END-IF
           END-PERFORM.
           IF WS-COUNTRY-SLOT = 0
               IF WS-COUNTRY-COUNT < 200
                   PERFORM INSERT-COUNTRY
               ELSE
                   SET COUNTRY-OVERFLOW TO TRUE
               END-IF
           END-IF.

       INSERT-COUNTRY SECTION.
           MOVE 1 TO WS-COUNTRY-SLOT.
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                   UNTIL WS-COUNTRY-IDX > WS-COUNTRY-COUNT
               IF T-EC-COUNTRY(WS-COUNTRY-IDX) < EM-COUNTRY-CODE
                   COMPUTE WS-COUNTRY-SLOT = WS-COUNTRY-IDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-COUNTRY-IDX FROM WS-COUNTRY-COUNT
                   BY -1 UNTIL WS-COUNTRY-IDX < WS-COUNTRY-SLOT
               MOVE WS-COUNTRY-ENTRY(WS-COUNTRY-IDX)
                   TO WS-COUNTRY-ENTRY(WS-COUNTRY-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-COUNTRY-COUNT.
           MOVE EM-COUNTRY-CODE TO T-EC-COUNTRY(WS-COUNTRY-SLOT).
           MOVE 0 TO T-EC-DEPARTURES(WS-COUNTRY-SLOT).
           MOVE 0 TO T-EC-RETURNS(WS-COUNTRY-SLOT).

       WRITE-EMIGRATION-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "emigration." DELIMITED BY SIZE
               WS-REPORT-YEAR DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReportFile.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTURES ABROAD AND RETURNS BY COUNTRY "
               DELIMITED BY SIZE
               WS-REPORT-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Run date " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CTY" TO REPORT-LINE(1:3).
           MOVE "COUNTRY" TO REPORT-LINE(6:7).
           MOVE "DEPARTED" TO REPORT-LINE(38:8).
           MOVE "RETURNED" TO REPORT-LINE(49:8).
           MOVE "NET" TO REPORT-LINE(65:3).
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-COUNTRY-IDX FROM 1 BY 1
                   UNTIL WS-COUNTRY-IDX > WS-COUNTRY-COUNT
               MOVE T-EC-COUNTRY(WS-COUNTRY-IDX) TO WCL-COUNTRY
               IF WCL-COUNTRY = SPACES
                   MOVE "(unknown)" TO WCL-DESCRIPTION
               ELSE
                   MOVE "COUNTRY" TO WS-CODE-CHECK-TABLE
                   MOVE WCL-COUNTRY TO WS-CODE-CHECK-CODE
                   MOVE 0 TO WS-CODE-CHECK-DATE
                   PERFORM CHECK-TABLE-CODE
                   MOVE WS-CODE-DESCRIPTION TO WCL-DESCRIPTION
               END-IF
               MOVE T-EC-DEPARTURES(WS-COUNTRY-IDX) TO WCL-DEPARTURES
               MOVE T-EC-RETURNS(WS-COUNTRY-IDX) TO WCL-RETURNS
               COMPUTE WS-NET-FIGURE = T-EC-RETURNS(WS-COUNTRY-IDX)
                   - T-EC-DEPARTURES(WS-COUNTRY-IDX)
               MOVE WS-NET-FIGURE TO WCL-NET
               MOVE WS-COUNTRY-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WCL-COUNTRY.
           MOVE "TOTAL" TO WCL-DESCRIPTION.
           MOVE WS-TOTAL-DEPARTURES TO WCL-DEPARTURES.
           MOVE WS-TOTAL-RETURNS TO WCL-RETURNS.
           COMPUTE WS-NET-FIGURE = WS-TOTAL-RETURNS
               - WS-TOTAL-DEPARTURES.
           MOVE WS-NET-FIGURE TO WCL-NET.
           MOVE WS-COUNTRY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE ReportFile.

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "EMIGRATION REPORT" TO RI-REPORT-NAME.
           MOVE "EMIGRATION-REPORT" TO RI-PROGRAM-NAME.
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

       COPY "CODE-TABLE-CHECK".

       END PROGRAM EMIGRATION-REPORT.
