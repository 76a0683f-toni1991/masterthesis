       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BUNDLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DistributionFile
          ASSIGN TO "distribution.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DISTRIBUTION-STATUS.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT DeliveryLogFile
          ASSIGN TO "deliverylog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DELIVERY-LOG-STATUS.
       SELECT BundleCardFile
          ASSIGN TO "bundlecard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-BUNDLE-CARD-STATUS.
       SELECT SpoolFile
          ASSIGN TO DYNAMIC WS-SPOOL-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SPOOL-STATUS.
       SELECT BundleFile
          ASSIGN TO DYNAMIC WS-BUNDLE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DistributionFile.
       COPY "REPORT-DISTRIBUTION".

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD DeliveryLogFile.
       COPY "DELIVERY-LOG".

       FD BundleCardFile.
       01 BUNDLE-CARD-RECORD.
           05 BC-RUN-DATE PIC 9(8).

       FD SpoolFile.
       01 SPOOL-LINE PIC X(160).

       FD BundleFile.
       01 BUNDLE-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-DISTRIBUTION-STATUS PIC X(2).
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-DELIVERY-LOG-STATUS PIC X(2).
       01 WS-BUNDLE-CARD-STATUS PIC X(2).
       01 WS-SPOOL-STATUS PIC X(2).
       01 WS-SPOOL-FILE-NAME PIC X(40).
       01 WS-BUNDLE-FILE-NAME PIC X(40).
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BUNDLE-DATE PIC 9(8).
       01 WS-RD-TABLE.
           05 WS-RD-ENTRY OCCURS 200 TIMES.
               10 T-RD-REPORT-NAME PIC X(20).
               10 T-RD-RECIPIENT-ID PIC X(8).
               10 T-RD-RECIPIENT-NAME PIC X(20).
               10 T-RD-COPIES PIC 9(2).
               10 T-RD-DELIVERY-METHOD PIC X.
       01 WS-RD-COUNT PIC 9(3) VALUE 0.
       01 WS-RD-IDX PIC 9(3).
       01 WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 300 TIMES.
               10 T-RP-REPORT-NAME PIC X(20).
               10 T-RP-FILE-NAME PIC X(40).
               10 T-RP-LINE-COUNT PIC 9(6).
               10 T-RP-DISTRIBUTED PIC X.
       01 WS-RP-COUNT PIC 9(3) VALUE 0.
       01 WS-RP-IDX PIC 9(3).
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 100 TIMES.
               10 T-RC-RECIPIENT-ID PIC X(8).
               10 T-RC-RECIPIENT-NAME PIC X(20).
               10 T-RC-DELIVERY-METHOD PIC X.
       01 WS-RC-COUNT PIC 9(3) VALUE 0.
       01 WS-RC-IDX PIC 9(3).
       01 WS-RC-FOUND-IDX PIC 9(3).
       01 WS-BI-TABLE.
           05 WS-BI-ENTRY OCCURS 100 TIMES.
               10 T-BI-RP-IDX PIC 9(3).
               10 T-BI-COPIES PIC 9(2).
               10 T-BI-PRESENT PIC X.
       01 WS-BI-COUNT PIC 9(3) VALUE 0.
       01 WS-BI-IDX PIC 9(3).
       01 WS-LOGGED-TABLE.
           05 WS-LOGGED-BUNDLE PIC X(40) OCCURS 500 TIMES.
       01 WS-LOGGED-COUNT PIC 9(3) VALUE 0.
       01 WS-LOGGED-IDX PIC 9(3).
       01 WS-ALREADY-LOGGED-SWITCH PIC X VALUE "N".
           88 BUNDLE-ALREADY-LOGGED VALUE "Y".
       01 WS-BUNDLE-COPIES PIC 9(4) VALUE 0.
       01 WS-BUNDLE-COUNT PIC 9(3) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-UNDISTRIBUTED-COUNT PIC 9(3) VALUE 0.
       01 WS-METHOD-TEXT PIC X(20).
       01 WS-TOC-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOC-SEQUENCE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOC-REPORT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TOC-FILE-NAME PIC X(40).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TOC-LINE-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOC-COPIES PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOC-REMARK PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT BUNDLING RUN".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-BUNDLE-DATE.
           PERFORM READ-BUNDLE-CARD.
           PERFORM LOAD-DISTRIBUTION.
           IF WS-RD-COUNT = 0
               DISPLAY "No report distribution list on file "
                   "(distribution.txt) - nothing bundled."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-NIGHTS-REPORTS.
           PERFORM LOAD-DELIVERY-LOG.
           PERFORM COLLECT-RECIPIENTS.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               PERFORM BUILD-BUNDLE
           END-PERFORM.
           PERFORM LIST-UNDISTRIBUTED-REPORTS.
           DISPLAY "Reports run on " WS-BUNDLE-DATE ": " WS-RP-COUNT
               " - bundles written: " WS-BUNDLE-COUNT.
           IF WS-MISSING-COUNT > 0 OR WS-UNDISTRIBUTED-COUNT > 0
               MOVE 2 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-BUNDLE-CARD SECTION.
           OPEN INPUT BundleCardFile.
           IF WS-BUNDLE-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ BundleCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF BC-RUN-DATE IS NUMERIC AND BC-RUN-DATE > 0
                           MOVE BC-RUN-DATE TO WS-BUNDLE-DATE
                       END-IF
               END-READ
               CLOSE BundleCardFile
           END-IF.

       LOAD-DISTRIBUTION SECTION.
           MOVE 0 TO WS-RD-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DistributionFile.
           IF WS-DISTRIBUTION-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ DistributionFile
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF
                       AND RD-REPORT-NAME NOT = SPACES
                       AND RD-RECIPIENT-ID NOT = SPACES
                       IF WS-RD-COUNT = 200
                           DISPLAY "WARNING: more than 200 "
                               "distribution entries - rest ignored."
                           MOVE 2 TO RETURN-CODE
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-RD-COUNT
                           MOVE RD-REPORT-NAME
                               TO T-RD-REPORT-NAME(WS-RD-COUNT)
                           MOVE RD-RECIPIENT-ID
                               TO T-RD-RECIPIENT-ID(WS-RD-COUNT)
                           MOVE RD-RECIPIENT-NAME
                               TO T-RD-RECIPIENT-NAME(WS-RD-COUNT)
                           IF RD-COPIES IS NUMERIC AND RD-COPIES > 0
                               MOVE RD-COPIES
                                   TO T-RD-COPIES(WS-RD-COUNT)
                           ELSE
                               MOVE 1 TO T-RD-COPIES(WS-RD-COUNT)
                           END-IF
                           IF RD-BY-COLLECTION OR RD-BY-INTERNAL-MAIL
                               OR RD-BY-ELECTRONIC
                               MOVE RD-DELIVERY-METHOD
                                   TO T-RD-DELIVERY-METHOD(WS-RD-COUNT)
                           ELSE
                               MOVE "C"
                                   TO T-RD-DELIVERY-METHOD(WS-RD-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DistributionFile
           END-IF.

       LOAD-NIGHTS-REPORTS SECTION.
           MOVE 0 TO WS-RP-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ReportIndexFile
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF AND RI-RUN-DATE = WS-BUNDLE-DATE
                       IF WS-RP-COUNT = 300
                           DISPLAY "WARNING: more than 300 reports "
                               "for the night - rest not bundled."
                           MOVE 2 TO RETURN-CODE
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-RP-COUNT
                           MOVE RI-REPORT-NAME
                               TO T-RP-REPORT-NAME(WS-RP-COUNT)
                           MOVE RI-FILE-NAME
                               TO T-RP-FILE-NAME(WS-RP-COUNT)
                           IF RI-LINE-COUNT IS NUMERIC
                               MOVE RI-LINE-COUNT
                                   TO T-RP-LINE-COUNT(WS-RP-COUNT)
                           ELSE
                               MOVE 0 TO T-RP-LINE-COUNT(WS-RP-COUNT)
                           END-IF
                           MOVE "N" TO T-RP-DISTRIBUTED(WS-RP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ReportIndexFile
           END-IF.

       LOAD-DELIVERY-LOG SECTION.
           MOVE 0 TO WS-LOGGED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DeliveryLogFile.
           IF WS-DELIVERY-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF OR WS-LOGGED-COUNT = 500
                   READ DeliveryLogFile
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF AND DL-RUN-DATE = WS-BUNDLE-DATE
                       ADD 1 TO WS-LOGGED-COUNT
                       MOVE DL-BUNDLE-FILE
                           TO WS-LOGGED-BUNDLE(WS-LOGGED-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DeliveryLogFile
           END-IF.

       COLLECT-RECIPIENTS SECTION.
           MOVE 0 TO WS-RC-COUNT.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                       UNTIL WS-RP-IDX > WS-RP-COUNT
                   IF T-RP-REPORT-NAME(WS-RP-IDX)
                       = T-RD-REPORT-NAME(WS-RD-IDX)
                       MOVE "Y" TO T-RP-DISTRIBUTED(WS-RP-IDX)
                       PERFORM ADD-RECIPIENT
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-RECIPIENT SECTION.
           MOVE 0 TO WS-RC-FOUND-IDX.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                       OR WS-RC-FOUND-IDX > 0
               IF T-RC-RECIPIENT-ID(WS-RC-IDX)
                   = T-RD-RECIPIENT-ID(WS-RD-IDX)
                   MOVE WS-RC-IDX TO WS-RC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND-IDX = 0
               IF WS-RC-COUNT = 100
                   DISPLAY "WARNING: more than 100 recipients - "
                       T-RD-RECIPIENT-ID(WS-RD-IDX) " not bundled."
                   MOVE 2 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RC-COUNT
                   MOVE T-RD-RECIPIENT-ID(WS-RD-IDX)
                       TO T-RC-RECIPIENT-ID(WS-RC-COUNT)
                   MOVE T-RD-RECIPIENT-NAME(WS-RD-IDX)
                       TO T-RC-RECIPIENT-NAME(WS-RC-COUNT)
                   MOVE T-RD-DELIVERY-METHOD(WS-RD-IDX)
                       TO T-RC-DELIVERY-METHOD(WS-RC-COUNT)
               END-IF
           END-IF.

       BUILD-BUNDLE SECTION.
           PERFORM COLLECT-BUNDLE-ITEMS.
           MOVE SPACES TO WS-BUNDLE-FILE-NAME.
           STRING "bundle." DELIMITED BY SIZE
               T-RC-RECIPIENT-ID(WS-RC-IDX) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-BUNDLE-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-BUNDLE-FILE-NAME
           END-STRING.
           EVALUATE T-RC-DELIVERY-METHOD(WS-RC-IDX)
               WHEN "M" MOVE "INTERNAL MAIL" TO WS-METHOD-TEXT
               WHEN "E" MOVE "ELECTRONIC" TO WS-METHOD-TEXT
               WHEN OTHER MOVE "COLLECTION" TO WS-METHOD-TEXT
           END-EVALUATE.
           OPEN OUTPUT BundleFile.
           PERFORM WRITE-BANNER-PAGE.
           PERFORM WRITE-CONTENTS-PAGE.
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               PERFORM COPY-SPOOL-FILE
           END-PERFORM.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "*** END OF BUNDLE FOR " DELIMITED BY SIZE
               T-RC-RECIPIENT-ID(WS-RC-IDX) DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           CLOSE BundleFile.
           ADD 1 TO WS-BUNDLE-COUNT.
           PERFORM LOG-DELIVERY.
           DISPLAY "Bundle " WS-BUNDLE-FILE-NAME " for "
               T-RC-RECIPIENT-NAME(WS-RC-IDX) ": " WS-BI-COUNT
               " report(s), " WS-BUNDLE-COPIES " cop(ies), "
               WS-METHOD-TEXT.

       COLLECT-BUNDLE-ITEMS SECTION.
           MOVE 0 TO WS-BI-COUNT.
           MOVE 0 TO WS-BUNDLE-COPIES.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               IF T-RD-RECIPIENT-ID(WS-RD-IDX)
                   = T-RC-RECIPIENT-ID(WS-RC-IDX)
                   PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                           UNTIL WS-RP-IDX > WS-RP-COUNT
                       IF T-RP-REPORT-NAME(WS-RP-IDX)
                           = T-RD-REPORT-NAME(WS-RD-IDX)
                           AND WS-BI-COUNT < 100
                           ADD 1 TO WS-BI-COUNT
                           MOVE WS-RP-IDX TO T-BI-RP-IDX(WS-BI-COUNT)
                           MOVE T-RD-COPIES(WS-RD-IDX)
                               TO T-BI-COPIES(WS-BI-COUNT)
                           ADD T-RD-COPIES(WS-RD-IDX)
                               TO WS-BUNDLE-COPIES
                           MOVE T-RP-FILE-NAME(WS-RP-IDX)
                               TO WS-SPOOL-FILE-NAME
                           OPEN INPUT SpoolFile
                           IF WS-SPOOL-STATUS = "00"
                               MOVE "Y" TO T-BI-PRESENT(WS-BI-COUNT)
                               CLOSE SpoolFile
                           ELSE
                               MOVE "N" TO T-BI-PRESENT(WS-BI-COUNT)
                               ADD 1 TO WS-MISSING-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-BANNER-PAGE SECTION.
           MOVE SPACES TO BUNDLE-LINE.
           MOVE ALL "*" TO BUNDLE-LINE(1:72).
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "*  REPORT BUNDLE FOR " DELIMITED BY SIZE
               T-RC-RECIPIENT-ID(WS-RC-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               T-RC-RECIPIENT-NAME(WS-RC-IDX) DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "*  Reports of night " DELIMITED BY SIZE
               WS-BUNDLE-DATE DELIMITED BY SIZE
               "   bundled " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "*  Delivery: " DELIMITED BY SIZE
               WS-METHOD-TEXT DELIMITED BY SIZE
               "  Copies to print: " DELIMITED BY SIZE
               WS-BUNDLE-COPIES DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "*  Bundle " DELIMITED BY SIZE
               WS-BUNDLE-FILE-NAME DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           MOVE "*  Please confirm receipt to the operations desk."
               TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           MOVE ALL "*" TO BUNDLE-LINE(1:72).
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.

       WRITE-CONTENTS-PAGE SECTION.
           MOVE "CONTENTS" TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE "  No.  REPORT               FILE" TO BUNDLE-LINE.
           MOVE "LINES  COPIES" TO BUNDLE-LINE(71:13).
           WRITE BUNDLE-LINE.
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               MOVE T-BI-RP-IDX(WS-BI-IDX) TO WS-RP-IDX
               MOVE WS-BI-IDX TO TOC-SEQUENCE
               MOVE T-RP-REPORT-NAME(WS-RP-IDX) TO TOC-REPORT-NAME
               MOVE T-RP-FILE-NAME(WS-RP-IDX) TO TOC-FILE-NAME
               MOVE T-RP-LINE-COUNT(WS-RP-IDX) TO TOC-LINE-COUNT
               MOVE T-BI-COPIES(WS-BI-IDX) TO TOC-COPIES
               IF T-BI-PRESENT(WS-BI-IDX) = "Y"
                   MOVE SPACES TO TOC-REMARK
               ELSE
                   MOVE "*** FILE MISSING" TO TOC-REMARK
               END-IF
               MOVE WS-TOC-LINE TO BUNDLE-LINE
               WRITE BUNDLE-LINE
           END-PERFORM.

       COPY-SPOOL-FILE SECTION.
           MOVE T-BI-RP-IDX(WS-BI-IDX) TO WS-RP-IDX.
           MOVE SPACES TO BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           STRING "===== " DELIMITED BY SIZE
               T-RP-REPORT-NAME(WS-RP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               T-RP-FILE-NAME(WS-RP-IDX) DELIMITED BY SPACE
               "  copies: " DELIMITED BY SIZE
               T-BI-COPIES(WS-BI-IDX) DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING.
           WRITE BUNDLE-LINE.
           IF T-BI-PRESENT(WS-BI-IDX) = "Y"
               MOVE T-RP-FILE-NAME(WS-RP-IDX) TO WS-SPOOL-FILE-NAME
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT SpoolFile
               PERFORM UNTIL WS-EOF
                   READ SpoolFile
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF
                       WRITE BUNDLE-LINE FROM SPOOL-LINE
                   END-IF
               END-PERFORM
               CLOSE SpoolFile
           ELSE
               MOVE SPACES TO BUNDLE-LINE
               STRING "*** Report file not found - ask operations "
                   DELIMITED BY SIZE
                   "for a reprint." DELIMITED BY SIZE
                   INTO BUNDLE-LINE
               END-STRING
               WRITE BUNDLE-LINE
           END-IF.

       LOG-DELIVERY SECTION.
           MOVE "N" TO WS-ALREADY-LOGGED-SWITCH.
           PERFORM VARYING WS-LOGGED-IDX FROM 1 BY 1
                   UNTIL WS-LOGGED-IDX > WS-LOGGED-COUNT
               IF WS-LOGGED-BUNDLE(WS-LOGGED-IDX)
                   = WS-BUNDLE-FILE-NAME
                   SET BUNDLE-ALREADY-LOGGED TO TRUE
               END-IF
           END-PERFORM.
           IF BUNDLE-ALREADY-LOGGED
               DISPLAY "Bundle " WS-BUNDLE-FILE-NAME
                   " rebuilt - already in the delivery log."
           ELSE
               INITIALIZE DELIVERY-LOG-RECORD
               MOVE WS-BUNDLE-FILE-NAME TO DL-BUNDLE-FILE
               MOVE T-RC-RECIPIENT-ID(WS-RC-IDX) TO DL-RECIPIENT-ID
               MOVE WS-BUNDLE-DATE TO DL-RUN-DATE
               MOVE WS-BI-COUNT TO DL-REPORT-COUNT
               MOVE WS-BUNDLE-COPIES TO DL-COPY-COUNT
               MOVE T-RC-DELIVERY-METHOD(WS-RC-IDX)
                   TO DL-DELIVERY-METHOD
               MOVE "N" TO DL-CONFIRMED-FLAG
               OPEN EXTEND DeliveryLogFile
               IF WS-DELIVERY-LOG-STATUS = "35"
                   CLOSE DeliveryLogFile
                   OPEN OUTPUT DeliveryLogFile
               END-IF
               WRITE DELIVERY-LOG-RECORD
               CLOSE DeliveryLogFile
           END-IF.

       LIST-UNDISTRIBUTED-REPORTS SECTION.
           MOVE 0 TO WS-UNDISTRIBUTED-COUNT.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT
               IF T-RP-DISTRIBUTED(WS-RP-IDX) = "N"
                   ADD 1 TO WS-UNDISTRIBUTED-COUNT
                   DISPLAY "No distribution for report "
                       T-RP-REPORT-NAME(WS-RP-IDX) " - "
                       T-RP-FILE-NAME(WS-RP-IDX)
               END-IF
           END-PERFORM.

       END PROGRAM REPORT-BUNDLE.
