       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-CONFIRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DeliveryLogFile
          ASSIGN TO "deliverylog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DELIVERY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DeliveryLogFile.
       COPY "DELIVERY-LOG".

       WORKING-STORAGE SECTION.
       01 WS-DELIVERY-LOG-STATUS PIC X(2).
       01 WS-FUNCTION PIC X.
           88 FN-LIST VALUE "L" "l".
           88 FN-CONFIRM VALUE "C" "c".
       01 WS-WANTED-NAME PIC X(40).
       01 WS-CONFIRMED-BY PIC X(20).
       01 WS-LOG-TABLE.
           05 WS-DL-ENTRY PIC X(100) OCCURS 500 TIMES.
       01 WS-DL-COUNT PIC 9(3) VALUE 0.
       01 WS-DL-IDX PIC 9(3).
       01 WS-DL-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(3) VALUE 0.
       01 WS-HEADING-GAP PIC X(34) VALUE SPACES.
       01 WS-EOF-SWITCH PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-LOG-FULL-SWITCH PIC X VALUE "N".
           88 DELIVERY-LOG-FULL VALUE "Y".
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT DELIVERY CONFIRMATION".
           DISPLAY "Function (L=list undelivered, C=confirm "
               "receipt): " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-DELIVERY-LOG.
           EVALUATE TRUE
               WHEN FN-LIST PERFORM LIST-UNDELIVERED
               WHEN FN-CONFIRM AND DELIVERY-LOG-FULL
                   DISPLAY "Confirmation refused - the delivery log "
                       "could not be loaded completely."
                   MOVE 1 TO RETURN-CODE
               WHEN FN-CONFIRM PERFORM CONFIRM-RECEIPT
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-DELIVERY-LOG SECTION.
           MOVE 0 TO WS-DL-COUNT.
           OPEN INPUT DeliveryLogFile.
           IF WS-DELIVERY-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF OR WS-DL-COUNT = 500
                   READ DeliveryLogFile
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF
                       ADD 1 TO WS-DL-COUNT
                       MOVE DELIVERY-LOG-RECORD
                           TO WS-DL-ENTRY(WS-DL-COUNT)
                   END-IF
               END-PERFORM
               IF NOT WS-EOF
                   DISPLAY "WARNING: delivery log holds more than "
                       "500 bundles - run the log cycle first."
                   MOVE "Y" TO WS-LOG-FULL-SWITCH
               END-IF
               CLOSE DeliveryLogFile
           END-IF.

       SAVE-DELIVERY-LOG SECTION.
           OPEN OUTPUT DeliveryLogFile.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               MOVE WS-DL-ENTRY(WS-DL-IDX) TO DELIVERY-LOG-RECORD
               WRITE DELIVERY-LOG-RECORD
           END-PERFORM.
           CLOSE DeliveryLogFile.

       LIST-UNDELIVERED SECTION.
           MOVE 0 TO WS-OPEN-COUNT.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               MOVE WS-DL-ENTRY(WS-DL-IDX) TO DELIVERY-LOG-RECORD
               IF NOT DL-CONFIRMED
                   IF WS-OPEN-COUNT = 0
                       DISPLAY "Bundle" WS-HEADING-GAP
                           " Recipient Night    Reports Copies Method"
                   END-IF
                   ADD 1 TO WS-OPEN-COUNT
                   DISPLAY DL-BUNDLE-FILE " " DL-RECIPIENT-ID "  "
                       DL-RUN-DATE " " DL-REPORT-COUNT "    "
                       DL-COPY-COUNT "   " DL-DELIVERY-METHOD
               END-IF
           END-PERFORM.
           IF WS-OPEN-COUNT = 0
               DISPLAY "All bundles have been confirmed."
           ELSE
               DISPLAY WS-OPEN-COUNT " bundle(s) awaiting "
                   "confirmation."
           END-IF.

       CONFIRM-RECEIPT SECTION.
           DISPLAY "Bundle file name: " WITH NO ADVANCING.
           ACCEPT WS-WANTED-NAME.
           MOVE 0 TO WS-DL-FOUND-IDX.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               MOVE WS-DL-ENTRY(WS-DL-IDX) TO DELIVERY-LOG-RECORD
               IF DL-BUNDLE-FILE = WS-WANTED-NAME
                   MOVE WS-DL-IDX TO WS-DL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-DL-FOUND-IDX = 0
               DISPLAY "Bundle " WS-WANTED-NAME " is not in the "
                   "delivery log."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-DL-ENTRY(WS-DL-FOUND-IDX)
                   TO DELIVERY-LOG-RECORD
               IF DL-CONFIRMED
                   DISPLAY "Bundle already confirmed by "
                       DL-CONFIRMED-BY " at " DL-CONFIRM-TIMESTAMP "."
               ELSE
                   DISPLAY "Received by (name): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRMED-BY
                   IF WS-CONFIRMED-BY = SPACES
                       DISPLAY "A receiving name is required - "
                           "nothing confirmed."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       SET DL-CONFIRMED TO TRUE
                       MOVE WS-CONFIRMED-BY TO DL-CONFIRMED-BY
                       ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
                       ACCEPT WS-STAMP-TIME FROM TIME
                       STRING WS-STAMP-DATE DELIMITED BY SIZE
                           WS-STAMP-TIME(1:6) DELIMITED BY SIZE
                           INTO DL-CONFIRM-TIMESTAMP
                       END-STRING
                       MOVE DELIVERY-LOG-RECORD
                           TO WS-DL-ENTRY(WS-DL-FOUND-IDX)
                       PERFORM SAVE-DELIVERY-LOG
                       DISPLAY "Receipt of " DL-BUNDLE-FILE
                           " confirmed."
                   END-IF
               END-IF
           END-IF.

       END PROGRAM DELIVERY-CONFIRM.
