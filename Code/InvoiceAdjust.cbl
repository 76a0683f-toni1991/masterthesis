       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-ADJUSTMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AdjustmentFile
          ASSIGN TO "invoiceadjustments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ADJUSTMENT-STATUS.
       SELECT AdjustReasonFile
          ASSIGN TO "adjreasons.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ADJUST-REASON-STATUS.
       SELECT AdjustCardFile
          ASSIGN TO "adjustcard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ADJUST-CARD-STATUS.
       SELECT CreditNoteNumberFile
          ASSIGN TO "creditnotenumber.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CREDIT-NUMBER-STATUS.
       SELECT CreditNoteFile
          ASSIGN TO DYNAMIC WS-CREDIT-NOTE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AdjustReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT ApprovalQueueFile
          ASSIGN TO "approvalqueue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AdjustmentFile.
       COPY "INVOICE-ADJUSTMENT".

       FD AdjustReasonFile.
       01 ADJUST-REASON-RECORD.
           05 AR-REASON-CODE PIC X(4).
           05 AR-DESCRIPTION PIC X(30).

       FD AdjustCardFile.
       01 ADJUST-CARD-RECORD.
           05 AC-MONTH PIC 9(6).

       FD CreditNoteNumberFile.
       01 CREDIT-NUMBER-RECORD.
           05 CN-NEXT-NUMBER PIC 9(6).

       FD CreditNoteFile.
       01 CREDIT-NOTE-LINE PIC X(72).

       FD AdjustReportFile.
       01 REPORT-LINE PIC X(80).

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD ApprovalQueueFile.
       COPY "APPROVAL-QUEUE".

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "APPROVAL-WS".
       01 WS-ADJUSTMENT-STATUS PIC X(2).
       01 WS-ADJUST-REASON-STATUS PIC X(2).
       01 WS-ADJUST-CARD-STATUS PIC X(2).
       01 WS-CREDIT-NUMBER-STATUS PIC X(2).
       COPY "INVOICE-REGISTER-WS".
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-CREDIT-NOTE-NAME PIC X(40).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-FUNCTION PIC X.
           88 FN-CREDIT VALUE "C" "c".
           88 FN-WRITE-OFF VALUE "W" "w".
           88 FN-BOOK VALUE "B" "b".
           88 FN-REPORT VALUE "R" "r".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6) VALUE 0.
       01 ADJUSTMENT-EOF-SWITCH PIC X VALUE "N".
           88 ADJUSTMENT-EOF VALUE "Y".
       01 WS-IA-OVERFLOW-SWITCH PIC X VALUE "N".
           88 ADJUSTMENT-TABLE-OVERFLOW VALUE "Y".
       01 REASON-EOF-SWITCH PIC X VALUE "N".
           88 REASON-EOF VALUE "Y".
       01 WS-ADJUSTMENT-TABLE.
           05 WS-IA-ENTRY PIC X(102) OCCURS 1000 TIMES.
       01 WS-IA-COUNT PIC 9(4) VALUE 0.
       01 WS-IA-IDX PIC 9(4).
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 50 TIMES.
               10 T-AR-CODE PIC X(4).
               10 T-AR-DESCRIPTION PIC X(30).
       01 WS-REASON-COUNT PIC 9(2) VALUE 0.
       01 WS-REASON-IDX PIC 9(2).
       01 WS-REASON-FOUND-IDX PIC 9(2).
       01 WS-IV-FOUND-SWITCH PIC X VALUE "N".
           88 INVOICE-FOUND VALUE "Y".
       01 WS-NEXT-CREDIT-NUMBER PIC 9(6) VALUE 0.
       01 WS-WANT-INVOICE PIC 9(6).
       01 WS-WANT-REASON PIC X(4).
       01 WS-WANT-AMOUNT PIC 9(5)V99.
       01 WS-WANT-NOTE PIC X(30).
       01 WS-PENDING-AMOUNT PIC 9(7)V99.
       01 WS-AVAILABLE-AMOUNT PIC S9(7)V99.
       01 WS-AQ-COUNT-BEFORE PIC 9(3).
       01 WS-BOOKED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-WAITING-COUNT PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC ZZZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZZZZ9.99.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 50 TIMES.
               10 T-SUM-KEY PIC X(8).
               10 T-SUM-CREDIT-COUNT PIC 9(5).
               10 T-SUM-CREDIT-AMOUNT PIC 9(7)V99.
               10 T-SUM-WRITE-OFF-COUNT PIC 9(5).
               10 T-SUM-WRITE-OFF-AMOUNT PIC 9(7)V99.
       01 WS-SUM-COUNT PIC 9(2) VALUE 0.
       01 WS-SUM-IDX PIC 9(2).
       01 WS-SUM-FOUND-IDX PIC 9(2).
       01 WS-SUM-KEY PIC X(8).
       01 WS-SUM-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-GRAND-COUNTS.
           05 WS-GRAND-CREDIT-COUNT PIC 9(5).
           05 WS-GRAND-CREDIT-AMOUNT PIC 9(7)V99.
           05 WS-GRAND-WRITE-OFF-COUNT PIC 9(5).
           05 WS-GRAND-WRITE-OFF-AMOUNT PIC 9(7)V99.
       01 WS-DETAIL-LINE.
           05 DL-BOOKED-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-TYPE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 DL-CREDIT-NOTE PIC ZZZZZZ.
           05 FILLER PIC X VALUE SPACE.
           05 DL-INVOICE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DL-REQUESTER PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-REASON PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DL-AMOUNT PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DL-PROPOSED-BY PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-APPROVED-BY PIC X(8).
       01 WS-SUM-LINE.
           05 SL-KEY PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 SL-DESCRIPTION PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 SL-CREDIT-COUNT PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 SL-CREDIT-AMOUNT PIC ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 SL-WRITE-OFF-COUNT PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 SL-WRITE-OFF-AMOUNT PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INVOICE CREDIT NOTES AND WRITE-OFFS".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Function (C=propose credit note, W=propose "
               "write-off, B=book approved, R=monthly report): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-ADJUSTMENTS.
           IF ADJUSTMENT-TABLE-OVERFLOW
               DISPLAY "More than 1000 adjustments on file - run "
                   "refused, the file would be truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ADJUST-REASONS.
           EVALUATE TRUE
               WHEN FN-CREDIT PERFORM PROPOSE-ADJUSTMENT
               WHEN FN-WRITE-OFF PERFORM PROPOSE-ADJUSTMENT
               WHEN FN-BOOK PERFORM BOOK-APPROVED-ADJUSTMENTS
               WHEN FN-REPORT PERFORM PRINT-MONTHLY-REPORT
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       CHECK-UPDATE-OPERATOR SECTION.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Credit notes and write-offs require update "
                   "authority - run refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROPOSE-ADJUSTMENT SECTION.
           PERFORM CHECK-UPDATE-OPERATOR.
           PERFORM OPEN-INVOICE-REGISTER-INPUT.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-APPROVAL-QUEUE.
           DISPLAY "Invoice number: " WITH NO ADVANCING.
           ACCEPT WS-WANT-INVOICE.
           PERFORM FIND-INVOICE.
           IF NOT INVOICE-FOUND
               DISPLAY "No invoice " WS-WANT-INVOICE " in the "
                   "invoice register."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           IF IV-PAID
               DISPLAY "Invoice " WS-WANT-INVOICE " is already "
                   "settled (" IV-PAID-FLAG " on " IV-PAID-DATE ")."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           IF IV-IN-PLAN
               DISPLAY "Invoice " WS-WANT-INVOICE " is under an "
                   "installment plan - cannot be adjusted."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           PERFORM SUM-PENDING-ADJUSTMENTS.
           COMPUTE WS-AVAILABLE-AMOUNT =
               IV-AMOUNT - WS-PENDING-AMOUNT.
           MOVE IV-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Invoice " IV-INVOICE-NUMBER " " IV-SERVICE-CODE
               " " IV-REQUESTER " open amount " WS-AMOUNT-EDIT.
           IF WS-PENDING-AMOUNT > 0
               MOVE WS-PENDING-AMOUNT TO WS-TOTAL-EDIT
               DISPLAY "Already awaiting approval: " WS-TOTAL-EDIT
           END-IF.
           IF WS-AVAILABLE-AMOUNT NOT > 0
               DISPLAY "Nothing left to adjust on this invoice."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           DISPLAY "Reason code: " WITH NO ADVANCING.
           ACCEPT WS-WANT-REASON.
           INSPECT WS-WANT-REASON CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM FIND-ADJUST-REASON.
           IF WS-WANT-REASON = SPACES
               OR (WS-REASON-COUNT > 0 AND WS-REASON-FOUND-IDX = 0)
               DISPLAY "Reason code " WS-WANT-REASON " is not known."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           DISPLAY "Amount (blank = whole open amount): "
               WITH NO ADVANCING.
           ACCEPT WS-WANT-AMOUNT.
           IF WS-WANT-AMOUNT > WS-AVAILABLE-AMOUNT
               DISPLAY "Amount exceeds what is left on the invoice."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           DISPLAY "Note: " WITH NO ADVANCING.
           ACCEPT WS-WANT-NOTE.
           IF WS-IA-COUNT = 1000
               DISPLAY "Adjustment register is full."
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           MOVE WS-AQ-COUNT TO WS-AQ-COUNT-BEFORE.
           IF FN-CREDIT
               MOVE "C" TO WS-AQ-WANT-ACTION
           ELSE
               MOVE "W" TO WS-AQ-WANT-ACTION
           END-IF.
           MOVE WS-WANT-INVOICE TO WS-AQ-WANT-ID.
           MOVE 0 TO WS-AQ-WANT-ID-2.
           PERFORM FILE-APPROVAL-REQUEST.
           IF WS-AQ-COUNT = WS-AQ-COUNT-BEFORE
               MOVE 2 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           MOVE SPACES TO INVOICE-ADJUSTMENT-RECORD.
           MOVE WS-AQ-WANT-ACTION TO IA-ADJUST-TYPE.
           MOVE WS-WANT-INVOICE TO IA-INVOICE-NUMBER.
           MOVE IV-REQUESTER TO IA-REQUESTER.
           MOVE WS-WANT-REASON TO IA-REASON-CODE.
           IF WS-WANT-AMOUNT = 0
               OR WS-WANT-AMOUNT = WS-AVAILABLE-AMOUNT
               MOVE WS-AVAILABLE-AMOUNT TO IA-AMOUNT
               SET IA-FULL TO TRUE
           ELSE
               MOVE WS-WANT-AMOUNT TO IA-AMOUNT
               MOVE "N" TO IA-FULL-FLAG
           END-IF.
           SET IA-PROPOSED TO TRUE.
           MOVE WS-AQ-NEXT-ID TO IA-REQUEST-ID.
           MOVE WS-SIGNON-ID TO IA-PROPOSED-BY.
           MOVE WS-RUN-DATE TO IA-PROPOSED-DATE.
           MOVE 0 TO IA-BOOKED-DATE.
           MOVE 0 TO IA-CREDIT-NOTE-NUMBER.
           MOVE WS-WANT-NOTE TO IA-NOTE.
           ADD 1 TO WS-IA-COUNT.
           MOVE INVOICE-ADJUSTMENT-RECORD TO WS-IA-ENTRY(WS-IA-COUNT).
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM SAVE-ADJUSTMENTS.
           MOVE IA-AMOUNT TO WS-AMOUNT-EDIT.
           IF IA-CREDIT-NOTE
               DISPLAY "Credit note of " WS-AMOUNT-EDIT
                   " proposed against invoice " WS-WANT-INVOICE "."
           ELSE
               DISPLAY "Write-off of " WS-AMOUNT-EDIT
                   " proposed against invoice " WS-WANT-INVOICE "."
           END-IF.

       SUM-PENDING-ADJUSTMENTS SECTION.
           MOVE 0 TO WS-PENDING-AMOUNT.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-ENTRY(WS-IA-IDX) TO INVOICE-ADJUSTMENT-RECORD
               IF IA-INVOICE-NUMBER = WS-WANT-INVOICE
                   AND IA-PROPOSED
                   ADD IA-AMOUNT TO WS-PENDING-AMOUNT
               END-IF
           END-PERFORM.

       FIND-INVOICE SECTION.
           MOVE "N" TO WS-IV-FOUND-SWITCH.
           IF INVOICE-REGISTER-OPEN
               MOVE WS-WANT-INVOICE TO IV-INVOICE-NUMBER
               READ InvoiceRegisterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET INVOICE-FOUND TO TRUE
               END-READ
           END-IF.

       FIND-ADJUST-REASON SECTION.
           MOVE 0 TO WS-REASON-FOUND-IDX.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF T-AR-CODE(WS-REASON-IDX) = WS-WANT-REASON
                   MOVE WS-REASON-IDX TO WS-REASON-FOUND-IDX
               END-IF
           END-PERFORM.

       BOOK-APPROVED-ADJUSTMENTS SECTION.
           PERFORM CHECK-UPDATE-OPERATOR.
           IF WS-IA-COUNT = 0
               DISPLAY "No credit notes or write-offs on file."
               GOBACK
           END-IF.
           PERFORM OPEN-INVOICE-REGISTER.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-APPROVAL-QUEUE.
           PERFORM LOAD-NEXT-CREDIT-NUMBER.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-ENTRY(WS-IA-IDX) TO INVOICE-ADJUSTMENT-RECORD
               IF IA-PROPOSED
                   PERFORM SETTLE-ONE-ADJUSTMENT
                   MOVE INVOICE-ADJUSTMENT-RECORD
                       TO WS-IA-ENTRY(WS-IA-IDX)
               END-IF
           END-PERFORM.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM SAVE-NEXT-CREDIT-NUMBER.
           PERFORM SAVE-APPROVAL-QUEUE.
           PERFORM SAVE-ADJUSTMENTS.
           DISPLAY "Adjustments booked: " WS-BOOKED-COUNT
               " rejected: " WS-REJECTED-COUNT
               " not applied: " WS-REFUSED-COUNT
               " awaiting decision: " WS-WAITING-COUNT.

       SETTLE-ONE-ADJUSTMENT SECTION.
           MOVE 0 TO WS-AQ-FOUND-IDX.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF T-AQ-REQUEST-ID(WS-AQ-IDX) = IA-REQUEST-ID
                   AND T-AQ-ACTION(WS-AQ-IDX) = IA-ADJUST-TYPE
                   MOVE WS-AQ-IDX TO WS-AQ-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-AQ-FOUND-IDX = 0
               ADD 1 TO WS-WAITING-COUNT
           ELSE
               EVALUATE T-AQ-STATUS(WS-AQ-FOUND-IDX)
                   WHEN "A"
                       MOVE T-AQ-DECIDED-BY(WS-AQ-FOUND-IDX)
                           TO IA-APPROVED-BY
                       IF IA-APPROVED-BY = IA-PROPOSED-BY
                           PERFORM REFUSE-ADJUSTMENT
                           MOVE "APPROVED BY THE PROPOSER"
                               TO IA-NOTE
                       ELSE
                           PERFORM APPLY-ADJUSTMENT
                       END-IF
                   WHEN "R"
                       SET IA-REJECTED TO TRUE
                       MOVE T-AQ-DECIDED-BY(WS-AQ-FOUND-IDX)
                           TO IA-APPROVED-BY
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-WAITING-COUNT
               END-EVALUATE
           END-IF.

       REFUSE-ADJUSTMENT SECTION.
           SET IA-NOT-APPLIED TO TRUE.
           MOVE WS-RUN-DATE TO IA-BOOKED-DATE.
           MOVE "X" TO T-AQ-STATUS(WS-AQ-FOUND-IDX).
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "Request " IA-REQUEST-ID " on invoice "
               IA-INVOICE-NUMBER " not applied.".

       APPLY-ADJUSTMENT SECTION.
           MOVE IA-INVOICE-NUMBER TO WS-WANT-INVOICE.
           PERFORM FIND-INVOICE.
           IF NOT INVOICE-FOUND
               PERFORM REFUSE-ADJUSTMENT
               MOVE "INVOICE NOT IN REGISTER" TO IA-NOTE
           ELSE
               IF IV-PAID OR IV-IN-PLAN
                   PERFORM REFUSE-ADJUSTMENT
                   MOVE "INVOICE SETTLED OR IN PLAN" TO IA-NOTE
               ELSE
                   IF IA-FULL
                       MOVE IV-AMOUNT TO IA-AMOUNT
                   END-IF
                   IF IA-AMOUNT > IV-AMOUNT
                       PERFORM REFUSE-ADJUSTMENT
                       MOVE "EXCEEDS OPEN AMOUNT" TO IA-NOTE
                   ELSE
                       PERFORM BOOK-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.

       BOOK-ADJUSTMENT SECTION.
           SUBTRACT IA-AMOUNT FROM IV-AMOUNT.
           IF IV-AMOUNT = 0
               SET IV-CANCELLED TO TRUE
               MOVE WS-RUN-DATE TO IV-PAID-DATE
           END-IF.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Invoice " IV-INVOICE-NUMBER
                       " could not be updated."
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
           SET IA-BOOKED TO TRUE.
           MOVE WS-RUN-DATE TO IA-BOOKED-DATE.
           MOVE "X" TO T-AQ-STATUS(WS-AQ-FOUND-IDX).
           ADD 1 TO WS-BOOKED-COUNT.
           MOVE IA-AMOUNT TO WS-AMOUNT-EDIT.
           IF IA-CREDIT-NOTE
               ADD 1 TO WS-NEXT-CREDIT-NUMBER
               MOVE WS-NEXT-CREDIT-NUMBER TO IA-CREDIT-NOTE-NUMBER
               PERFORM PRINT-CREDIT-NOTE
               DISPLAY "Credit note " IA-CREDIT-NOTE-NUMBER " of "
                   WS-AMOUNT-EDIT " booked on invoice "
                   IA-INVOICE-NUMBER "."
           ELSE
               DISPLAY "Write-off of " WS-AMOUNT-EDIT
                   " booked on invoice " IA-INVOICE-NUMBER "."
           END-IF.

       PRINT-CREDIT-NOTE SECTION.
           MOVE SPACES TO WS-CREDIT-NOTE-NAME.
           STRING "creditnote." DELIMITED BY SIZE
               IA-CREDIT-NOTE-NUMBER DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-CREDIT-NOTE-NAME
           END-STRING.
           OPEN OUTPUT CreditNoteFile.
           MOVE "CREDIT NOTE" TO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           STRING "Credit note number: " DELIMITED BY SIZE
               IA-CREDIT-NOTE-NUMBER DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE
           END-STRING.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "Date:               " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE
           END-STRING.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "Requester:          " DELIMITED BY SIZE
               IA-REQUESTER DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE
           END-STRING.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "Original invoice:   " DELIMITED BY SIZE
               IA-INVOICE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IV-SERVICE-CODE DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               IV-INVOICE-DATE DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE
           END-STRING.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "Reference:          " DELIMITED BY SIZE
               IV-REFERENCE DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE
           END-STRING.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "Reason:             " DELIMITED BY SIZE
               IA-REASON-CODE DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE
           END-STRING.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "Amount credited:    " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE
           END-STRING.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           MOVE IV-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "Remaining on invoice:" DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE
           END-STRING.
           WRITE CREDIT-NOTE-LINE.
           CLOSE CreditNoteFile.
           MOVE IA-AMOUNT TO WS-AMOUNT-EDIT.

       PRINT-MONTHLY-REPORT SECTION.
           PERFORM READ-ADJUST-CARD.
           IF WS-REPORT-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           DISPLAY "Reporting month " WS-REPORT-MONTH ".".
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "adjustmentreport." DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           MOVE ZEROS TO WS-GRAND-COUNTS.
           OPEN OUTPUT AdjustReportFile.
           MOVE SPACES TO REPORT-LINE.
           STRING "CREDIT NOTES AND WRITE-OFFS BOOKED IN "
               DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           STRING "BOOKED   TYPE      CREDIT INVOIC REQUEST. RSN "
               DELIMITED BY SIZE
               "    AMOUNT PROPOSED APPROVED" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-ENTRY(WS-IA-IDX) TO INVOICE-ADJUSTMENT-RECORD
               IF IA-BOOKED
                   AND IA-BOOKED-DATE(1:6) = WS-REPORT-MONTH
                   PERFORM PRINT-ADJUSTMENT-DETAIL
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "TOTALS BY REASON" TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM PRINT-SUM-HEADING.
           MOVE 0 TO WS-SUM-COUNT.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-ENTRY(WS-IA-IDX) TO INVOICE-ADJUSTMENT-RECORD
               IF IA-BOOKED
                   AND IA-BOOKED-DATE(1:6) = WS-REPORT-MONTH
                   MOVE IA-REASON-CODE TO WS-SUM-KEY
                   PERFORM ADD-TO-SUM-TABLE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE T-SUM-KEY(WS-SUM-IDX)(1:4) TO WS-WANT-REASON
               PERFORM FIND-ADJUST-REASON
               IF WS-REASON-FOUND-IDX > 0
                   MOVE T-AR-DESCRIPTION(WS-REASON-FOUND-IDX)
                       TO SL-DESCRIPTION
               ELSE
                   MOVE "(reason not on file)" TO SL-DESCRIPTION
               END-IF
               PERFORM PRINT-SUM-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "TOTALS BY PROPOSING OPERATOR" TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM PRINT-SUM-HEADING.
           MOVE 0 TO WS-SUM-COUNT.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-ENTRY(WS-IA-IDX) TO INVOICE-ADJUSTMENT-RECORD
               IF IA-BOOKED
                   AND IA-BOOKED-DATE(1:6) = WS-REPORT-MONTH
                   MOVE IA-PROPOSED-BY TO WS-SUM-KEY
                   PERFORM ADD-TO-SUM-TABLE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE SPACES TO SL-DESCRIPTION
               PERFORM PRINT-SUM-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "ALL" TO SL-KEY.
           MOVE "Month total" TO SL-DESCRIPTION.
           MOVE WS-GRAND-CREDIT-COUNT TO SL-CREDIT-COUNT.
           MOVE WS-GRAND-CREDIT-AMOUNT TO SL-CREDIT-AMOUNT.
           MOVE WS-GRAND-WRITE-OFF-COUNT TO SL-WRITE-OFF-COUNT.
           MOVE WS-GRAND-WRITE-OFF-AMOUNT TO SL-WRITE-OFF-AMOUNT.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-SUM-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Entries beyond the 50-line summary limit: "
                   DELIMITED BY SIZE
                   WS-SUM-OVERFLOW DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM PUT-REPORT-LINE
           END-IF.
           CLOSE AdjustReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Credit notes: " WS-GRAND-CREDIT-COUNT
               " write-offs: " WS-GRAND-WRITE-OFF-COUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME.

       PRINT-ADJUSTMENT-DETAIL SECTION.
           MOVE IA-BOOKED-DATE TO DL-BOOKED-DATE.
           IF IA-CREDIT-NOTE
               MOVE "CREDIT" TO DL-TYPE
               ADD 1 TO WS-GRAND-CREDIT-COUNT
               ADD IA-AMOUNT TO WS-GRAND-CREDIT-AMOUNT
           ELSE
               MOVE "WRITE-OFF" TO DL-TYPE
               ADD 1 TO WS-GRAND-WRITE-OFF-COUNT
               ADD IA-AMOUNT TO WS-GRAND-WRITE-OFF-AMOUNT
           END-IF.
           MOVE IA-CREDIT-NOTE-NUMBER TO DL-CREDIT-NOTE.
           MOVE IA-INVOICE-NUMBER TO DL-INVOICE.
           MOVE IA-REQUESTER TO DL-REQUESTER.
           MOVE IA-REASON-CODE TO DL-REASON.
           MOVE IA-AMOUNT TO DL-AMOUNT.
           MOVE IA-PROPOSED-BY TO DL-PROPOSED-BY.
           MOVE IA-APPROVED-BY TO DL-APPROVED-BY.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PRINT-SUM-HEADING SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEY      DESCRIPTION              CREDITS     "
               DELIMITED BY SIZE
               " AMOUNT  W-OFFS     AMOUNT" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-REPORT-LINE.

       ADD-TO-SUM-TABLE SECTION.
           MOVE 0 TO WS-SUM-FOUND-IDX.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               IF T-SUM-KEY(WS-SUM-IDX) = WS-SUM-KEY
                   MOVE WS-SUM-IDX TO WS-SUM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SUM-FOUND-IDX = 0
               IF WS-SUM-COUNT = 50
                   ADD 1 TO WS-SUM-OVERFLOW
               ELSE
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-FOUND-IDX
                   MOVE WS-SUM-KEY TO T-SUM-KEY(WS-SUM-COUNT)
                   MOVE 0 TO T-SUM-CREDIT-COUNT(WS-SUM-COUNT)
                   MOVE 0 TO T-SUM-CREDIT-AMOUNT(WS-SUM-COUNT)
                   MOVE 0 TO T-SUM-WRITE-OFF-COUNT(WS-SUM-COUNT)
                   MOVE 0 TO T-SUM-WRITE-OFF-AMOUNT(WS-SUM-COUNT)
               END-IF
           END-IF.
           IF WS-SUM-FOUND-IDX > 0
               IF IA-CREDIT-NOTE
                   ADD 1 TO T-SUM-CREDIT-COUNT(WS-SUM-FOUND-IDX)
                   ADD IA-AMOUNT
                       TO T-SUM-CREDIT-AMOUNT(WS-SUM-FOUND-IDX)
               ELSE
                   ADD 1 TO T-SUM-WRITE-OFF-COUNT(WS-SUM-FOUND-IDX)
                   ADD IA-AMOUNT
                       TO T-SUM-WRITE-OFF-AMOUNT(WS-SUM-FOUND-IDX)
               END-IF
           END-IF.

       PRINT-SUM-LINE SECTION.
           MOVE T-SUM-KEY(WS-SUM-IDX) TO SL-KEY.
           MOVE T-SUM-CREDIT-COUNT(WS-SUM-IDX) TO SL-CREDIT-COUNT.
           MOVE T-SUM-CREDIT-AMOUNT(WS-SUM-IDX) TO SL-CREDIT-AMOUNT.
           MOVE T-SUM-WRITE-OFF-COUNT(WS-SUM-IDX)
               TO SL-WRITE-OFF-COUNT.
           MOVE T-SUM-WRITE-OFF-AMOUNT(WS-SUM-IDX)
               TO SL-WRITE-OFF-AMOUNT.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.
           MOVE SPACES TO REPORT-LINE.

       READ-ADJUST-CARD SECTION.
           OPEN INPUT AdjustCardFile.
           IF WS-ADJUST-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ AdjustCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF AC-MONTH IS NUMERIC AND AC-MONTH > 0
                           MOVE AC-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE AdjustCardFile
           END-IF.

       LOAD-ADJUST-REASONS SECTION.
           MOVE 0 TO WS-REASON-COUNT.
           OPEN INPUT AdjustReasonFile.
           IF WS-ADJUST-REASON-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REASON-EOF OR WS-REASON-COUNT = 50
                   READ AdjustReasonFile
                       AT END SET REASON-EOF TO TRUE
                   END-READ
                   IF NOT REASON-EOF AND AR-REASON-CODE NOT = SPACES
                       ADD 1 TO WS-REASON-COUNT
                       MOVE AR-REASON-CODE
                           TO T-AR-CODE(WS-REASON-COUNT)
                       MOVE AR-DESCRIPTION
                           TO T-AR-DESCRIPTION(WS-REASON-COUNT)
                   END-IF
               END-PERFORM
               CLOSE AdjustReasonFile
           END-IF.

       LOAD-ADJUSTMENTS SECTION.
           MOVE 0 TO WS-IA-COUNT.
           OPEN INPUT AdjustmentFile.
           IF WS-ADJUSTMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL ADJUSTMENT-EOF
                   READ AdjustmentFile
                       AT END SET ADJUSTMENT-EOF TO TRUE
                   END-READ
                   IF NOT ADJUSTMENT-EOF
                       IF WS-IA-COUNT = 1000
                           SET ADJUSTMENT-TABLE-OVERFLOW TO TRUE
                           SET ADJUSTMENT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-IA-COUNT
                           MOVE INVOICE-ADJUSTMENT-RECORD
                               TO WS-IA-ENTRY(WS-IA-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AdjustmentFile
           END-IF.

       SAVE-ADJUSTMENTS SECTION.
           OPEN OUTPUT AdjustmentFile.
           PERFORM VARYING WS-IA-IDX FROM 1 BY 1
                   UNTIL WS-IA-IDX > WS-IA-COUNT
               MOVE WS-IA-ENTRY(WS-IA-IDX) TO INVOICE-ADJUSTMENT-RECORD
               WRITE INVOICE-ADJUSTMENT-RECORD
           END-PERFORM.
           CLOSE AdjustmentFile.

       LOAD-NEXT-CREDIT-NUMBER SECTION.
           MOVE 0 TO WS-NEXT-CREDIT-NUMBER.
           OPEN INPUT CreditNoteNumberFile.
           IF WS-CREDIT-NUMBER-STATUS = "35"
               CONTINUE
           ELSE
               READ CreditNoteNumberFile
                   AT END CONTINUE
                   NOT AT END
                       IF CN-NEXT-NUMBER IS NUMERIC
                           MOVE CN-NEXT-NUMBER
                               TO WS-NEXT-CREDIT-NUMBER
                       END-IF
               END-READ
               CLOSE CreditNoteNumberFile
           END-IF.

       SAVE-NEXT-CREDIT-NUMBER SECTION.
           MOVE WS-NEXT-CREDIT-NUMBER TO CN-NEXT-NUMBER.
           OPEN OUTPUT CreditNoteNumberFile.
           WRITE CREDIT-NUMBER-RECORD.
           CLOSE CreditNoteNumberFile.

       LOG-REPORT-INDEX SECTION.
           MOVE "CREDITS/WRITE-OFFS" TO RI-REPORT-NAME.
           MOVE "INVOICE-ADJUSTMENT" TO RI-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RI-RUN-DATE.
           MOVE WS-REPORT-LINES TO RI-LINE-COUNT.
           MOVE WS-REPORT-FILE-NAME TO RI-FILE-NAME.
           OPEN EXTEND ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CLOSE ReportIndexFile
               OPEN OUTPUT ReportIndexFile
           END-IF.
           WRITE REPORT-INDEX-RECORD.
           CLOSE ReportIndexFile.

       COPY "INVOICE-REGISTER-OPEN".

       COPY "APPROVAL".

       COPY "SIGN-ON".

       END PROGRAM INVOICE-ADJUSTMENT.
