          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT DeliveryLogFile
          ASSIGN TO "deliverylog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DELIVERY-LOG-STATUS.
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       01 EXPORT-LINE PIC X(80).

       FD ArchiveFile.
       01 ARCHIVE-LINE PIC X(216).

       FD SummaryFile.
       01 SUMMARY-LINE PIC X(80).
       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD DeliveryLogFile.
       COPY "DELIVERY-LOG".

       WORKING-STORAGE SECTION.
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-EXPORT-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-DELIVERY-LOG-STATUS PIC X(2).
       01 WS-SUMMARY-FILE-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ARCHIVE-TOTAL PIC 9(6) VALUE 0.
       01 WS-EXPORTED-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01 WS-UNDELIVERED-COUNT PIC 9(6) VALUE 0.
       01 WS-WRITE-BALANCE PIC S9(6) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-RECONCILE-OK-SWITCH PIC X VALUE "N".
           88 RECONCILE-OK VALUE "Y".
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-UNDELIVERED-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 UD-BUNDLE-FILE PIC X(40).
           05 FILLER PIC X(1) VALUE SPACES.
           05 UD-RECIPIENT-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 UD-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 UD-METHOD PIC X(1).
       01 WS-SUMMARY-DETAIL.
           05 SD-LABEL PIC X(30).
           05 SD-COUNT PIC Z(5)9.
           PERFORM COUNT-ARCHIVE-FILE.
           PERFORM COUNT-EXPORT-FILE.
           PERFORM COUNT-EXCEPTION-FILE.
           PERFORM COUNT-UNDELIVERED-BUNDLES.
           PERFORM CHECK-RECONCILIATION.
           PERFORM WRITE-SUMMARY-PAGE.
           GOBACK.
               CLOSE ExceptionFile
           END-IF.

       COUNT-UNDELIVERED-BUNDLES SECTION.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DeliveryLogFile.
           IF WS-DELIVERY-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ DeliveryLogFile
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF AND NOT DL-CONFIRMED
                       ADD 1 TO WS-UNDELIVERED-COUNT
                   END-IF
               END-PERFORM
               CLOSE DeliveryLogFile
           END-IF.

       LIST-UNDELIVERED-BUNDLES SECTION.
           MOVE "Undelivered report bundles:" TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           ADD 1 TO WS-TOTAL-LINES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DeliveryLogFile.
           PERFORM UNTIL WS-EOF
               READ DeliveryLogFile
                   AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF AND NOT DL-CONFIRMED
                   MOVE DL-BUNDLE-FILE TO UD-BUNDLE-FILE
                   MOVE DL-RECIPIENT-ID TO UD-RECIPIENT-ID
                   MOVE DL-RUN-DATE TO UD-RUN-DATE
                   MOVE DL-DELIVERY-METHOD TO UD-METHOD
                   WRITE SUMMARY-LINE FROM WS-UNDELIVERED-DETAIL
                   ADD 1 TO WS-TOTAL-LINES
               END-IF
           END-PERFORM.
           CLOSE DeliveryLogFile.

       CHECK-RECONCILIATION SECTION.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT WriteLogFile.
           END-IF.
           WRITE SUMMARY-LINE.
           MOVE 11 TO WS-TOTAL-LINES.
           MOVE "Report bundles not confirmed: " TO SD-LABEL.
           MOVE WS-UNDELIVERED-COUNT TO SD-COUNT.
           WRITE SUMMARY-LINE FROM WS-SUMMARY-DETAIL.
           ADD 1 TO WS-TOTAL-LINES.
           IF WS-UNDELIVERED-COUNT > 0
               PERFORM LIST-UNDELIVERED-BUNDLES
           END-IF.
           CLOSE SummaryFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Summary written to " WS-SUMMARY-FILE-NAME.
