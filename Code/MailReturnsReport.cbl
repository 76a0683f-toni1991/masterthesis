       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-RETURNS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MailReturnFile
          ASSIGN TO "mailreturns.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MAIL-RETURN-STATUS.
       SELECT ReturnsCardFile
          ASSIGN TO "returnscard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RETURNS-CARD-STATUS.
       SELECT ReturnsReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT SortFile
          ASSIGN TO "mailreturnsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD MailReturnFile.
       COPY "MAIL-RETURN".

       FD ReturnsCardFile.
       01 RETURNS-CARD-RECORD.
           05 RC-MONTH PIC 9(6).

       FD ReturnsReportFile.
       01 REPORT-LINE PIC X(72).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       SD SortFile.
       01 SORT-RECORD.
           05 SR-STREET PIC X(15).
           05 SR-ZIP-CODE PIC X(6).
           05 SR-REASON PIC X.

       WORKING-STORAGE SECTION.
       COPY "MAIL-REFERENCE-WS".
       01 WS-MAIL-RETURN-STATUS PIC X(2).
       01 WS-RETURNS-CARD-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 RETURN-EOF-SWITCH PIC X VALUE "N".
           88 RETURN-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6) VALUE 0.
       01 WS-TOTAL-RETURNS PIC 9(6) VALUE 0.
       01 WS-STREET-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-OTHER-TYPE-COUNT PIC 9(6) VALUE 0.
       01 WS-TYPE-COUNTS.
           05 WS-TYPE-COUNT PIC 9(6) OCCURS 8 TIMES.
       01 WS-PREV-STREET PIC X(15).
       01 WS-PREV-ZIP-CODE PIC X(6).
       01 WS-FIRST-STREET-SWITCH PIC X VALUE "Y".
           88 FIRST-STREET VALUE "Y".
       01 WS-STREET-LINE.
           05 SL-STREET PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 SL-ZIP-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-TOTAL PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SL-UNKNOWN PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SL-MOVED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SL-REFUSED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SL-OTHER PIC ZZZZ9.
       01 WS-STREET-COUNTS.
           05 WS-SC-TOTAL PIC 9(5).
           05 WS-SC-UNKNOWN PIC 9(5).
           05 WS-SC-MOVED PIC 9(5).
           05 WS-SC-REFUSED PIC 9(5).
           05 WS-SC-OTHER PIC 9(5).
       01 WS-TYPE-LINE.
           05 TL-TYPE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-TYPE-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MONTHLY RETURNED MAIL REPORT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RETURNS-CARD.
           IF WS-REPORT-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           DISPLAY "Reporting month " WS-REPORT-MONTH ".".
           MOVE ZEROS TO WS-TYPE-COUNTS.
           OPEN INPUT MailReturnFile.
           IF WS-MAIL-RETURN-STATUS = "35"
               DISPLAY "No returned mail recorded yet."
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "mailreturnsreport." DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReturnsReportFile.
           PERFORM WRITE-REPORT-HEADER.
           SORT SortFile
               ON ASCENDING KEY SR-STREET SR-ZIP-CODE
               INPUT PROCEDURE IS SELECT-MONTH-RETURNS
               OUTPUT PROCEDURE IS PRINT-STREET-RETURNS.
           CLOSE MailReturnFile.
           PERFORM PRINT-TYPE-RETURNS.
           CLOSE ReturnsReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Returns in month: " WS-TOTAL-RETURNS
               " streets: " WS-STREET-COUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME ".".
           GOBACK.

       READ-RETURNS-CARD SECTION.
           OPEN INPUT ReturnsCardFile.
           IF WS-RETURNS-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ ReturnsCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF RC-MONTH IS NUMERIC AND RC-MONTH > 0
                           MOVE RC-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE ReturnsCardFile
           END-IF.

       SELECT-MONTH-RETURNS SECTION.
           PERFORM UNTIL RETURN-EOF
               READ MailReturnFile
                   AT END SET RETURN-EOF TO TRUE
               END-READ
               IF NOT RETURN-EOF
                   AND RT-RETURN-DATE(1:6) = WS-REPORT-MONTH
                   ADD 1 TO WS-TOTAL-RETURNS
                   PERFORM COUNT-LETTER-TYPE
                   MOVE RT-STREET TO SR-STREET
                   MOVE RT-ZIP-CODE TO SR-ZIP-CODE
                   MOVE RT-REASON TO SR-REASON
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       COUNT-LETTER-TYPE SECTION.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > 8
                   OR WS-MR-TYPE-CODE(WS-MR-IDX) = RT-LETTER-TYPE
               CONTINUE
           END-PERFORM.
           IF WS-MR-IDX > 8
               ADD 1 TO WS-OTHER-TYPE-COUNT
           ELSE
               ADD 1 TO WS-TYPE-COUNT(WS-MR-IDX)
           END-IF.

       PRINT-STREET-RETURNS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RETURNS BY STREET" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STREET          ZIP     RETURNS  UNKNOWN    "
               DELIMITED BY SIZE
               "MOVED  REFUSED    OTHER" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 3 TO WS-TOTAL-LINES.
           MOVE ZEROS TO WS-STREET-COUNTS.
           PERFORM UNTIL SORT-EOF
               RETURN SortFile
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-STREET-RETURN
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-STREET
               PERFORM WRITE-STREET-LINE
           END-IF.

       ADD-STREET-RETURN SECTION.
           IF FIRST-STREET
               MOVE "N" TO WS-FIRST-STREET-SWITCH
               MOVE SR-STREET TO WS-PREV-STREET
               MOVE SR-ZIP-CODE TO WS-PREV-ZIP-CODE
           END-IF.
           IF SR-STREET NOT = WS-PREV-STREET
               OR SR-ZIP-CODE NOT = WS-PREV-ZIP-CODE
               PERFORM WRITE-STREET-LINE
               MOVE ZEROS TO WS-STREET-COUNTS
               MOVE SR-STREET TO WS-PREV-STREET
               MOVE SR-ZIP-CODE TO WS-PREV-ZIP-CODE
           END-IF.
           ADD 1 TO WS-SC-TOTAL.
           EVALUATE SR-REASON
               WHEN "U" ADD 1 TO WS-SC-UNKNOWN
               WHEN "M" ADD 1 TO WS-SC-MOVED
               WHEN "R" ADD 1 TO WS-SC-REFUSED
               WHEN OTHER ADD 1 TO WS-SC-OTHER
           END-EVALUATE.

       WRITE-STREET-LINE SECTION.
           MOVE WS-PREV-STREET TO SL-STREET.
           MOVE WS-PREV-ZIP-CODE TO SL-ZIP-CODE.
           MOVE WS-SC-TOTAL TO SL-TOTAL.
           MOVE WS-SC-UNKNOWN TO SL-UNKNOWN.
           MOVE WS-SC-MOVED TO SL-MOVED.
           MOVE WS-SC-REFUSED TO SL-REFUSED.
           MOVE WS-SC-OTHER TO SL-OTHER.
           WRITE REPORT-LINE FROM WS-STREET-LINE.
           ADD 1 TO WS-STREET-COUNT.
           ADD 1 TO WS-TOTAL-LINES.

       PRINT-TYPE-RETURNS SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RETURNS BY LETTER TYPE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > 8
               MOVE WS-MR-TYPE-CODE(WS-MR-IDX) TO TL-TYPE-CODE
               MOVE WS-MR-TYPE-NAME(WS-MR-IDX) TO TL-TYPE-NAME
               MOVE WS-TYPE-COUNT(WS-MR-IDX) TO TL-COUNT
               WRITE REPORT-LINE FROM WS-TYPE-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-PERFORM.
           IF WS-OTHER-TYPE-COUNT > 0
               MOVE "????" TO TL-TYPE-CODE
               MOVE "unknown letter type" TO TL-TYPE-NAME
               MOVE WS-OTHER-TYPE-COUNT TO TL-COUNT
               WRITE REPORT-LINE FROM WS-TYPE-LINE
               ADD 1 TO WS-TOTAL-LINES
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Total returns in month: " DELIMITED BY SIZE
               WS-TOTAL-RETURNS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETURNED MAIL BY STREET AND LETTER TYPE - "
               DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Produced " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 2 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "RETURNED MAIL" TO RI-REPORT-NAME.
           MOVE "MAIL-RETURNS-REPORT" TO RI-PROGRAM-NAME.
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

       END PROGRAM MAIL-RETURNS-REPORT.
