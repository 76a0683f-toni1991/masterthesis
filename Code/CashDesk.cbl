       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-DESK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT CashPaymentFile
          ASSIGN TO "cashpayments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CASH-PAYMENT-STATUS.
       SELECT CashUpFile
          ASSIGN TO "cashup.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CASH-UP-STATUS.
       SELECT CashDayLockFile
          ASSIGN TO "cashdaylock.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CASH-DAY-LOCK-STATUS.
       SELECT ReceiptNumberFile
          ASSIGN TO "receiptnumber.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RECEIPT-NUMBER-STATUS.
       SELECT ReceiptFile
          ASSIGN TO DYNAMIC WS-RECEIPT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CashUpReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
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
       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD CashPaymentFile.
       COPY "CASH-PAYMENT".

       FD CashUpFile.
       COPY "CASH-UP".

       FD CashDayLockFile.
       COPY "CASH-DAY-LOCK".

       FD ReceiptNumberFile.
       01 RECEIPT-NUMBER-RECORD.
           05 RN-NEXT-NUMBER PIC 9(6).

       FD ReceiptFile.
       01 RECEIPT-LINE PIC X(60).

       FD CashUpReportFile.
       01 REPORT-LINE PIC X(72).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "INVOICE-REGISTER-WS".
       01 WS-CASH-PAYMENT-STATUS PIC X(2).
       01 WS-CASH-UP-STATUS PIC X(2).
       01 WS-CASH-DAY-LOCK-STATUS PIC X(2).
       01 WS-RECEIPT-NUMBER-STATUS PIC X(2).
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
       01 WS-RECEIPT-FILE-NAME PIC X(40).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-FUNCTION PIC X.
           88 FN-PAYMENT VALUE "P" "p".
           88 FN-CASH-UP VALUE "U" "u".
           88 FN-REPORT VALUE "R" "r".
           88 FN-SIGN-OFF VALUE "S" "s".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-DESK-DATE PIC 9(8).
       01 PAYMENT-EOF-SWITCH PIC X VALUE "N".
           88 PAYMENT-EOF VALUE "Y".
       01 CASH-UP-EOF-SWITCH PIC X VALUE "N".
           88 CASH-UP-EOF VALUE "Y".
       01 LOCK-EOF-SWITCH PIC X VALUE "N".
           88 LOCK-EOF VALUE "Y".
       01 WS-DAY-LOCK-SWITCH PIC X VALUE "N".
           88 DAY-LOCKED VALUE "Y".
       01 WS-LOCKED-BY PIC X(8).
       01 WS-WANT-INVOICE PIC 9(6).
       01 WS-DRAWER PIC X(2).
       01 WS-TENDERED PIC 9(5)V99.
       01 WS-COUNTED PIC 9(7)V99.
       01 WS-NEXT-RECEIPT-NUMBER PIC 9(6) VALUE 0.
       01 WS-DRAWER-TABLE.
           05 WS-DR-ENTRY OCCURS 50 TIMES.
               10 T-DR-OPERATOR-ID PIC X(8).
               10 T-DR-DRAWER PIC X(2).
               10 T-DR-PAYMENT-COUNT PIC 9(4).
               10 T-DR-EXPECTED PIC 9(7)V99.
               10 T-DR-COUNTED PIC 9(7)V99.
               10 T-DR-COUNTED-FLAG PIC X.
                   88 T-DR-COUNTED-IN VALUE "Y".
       01 WS-DR-COUNT PIC 9(2) VALUE 0.
       01 WS-DR-IDX PIC 9(2).
       01 WS-DR-FOUND-IDX PIC 9(2).
       01 WS-FIND-OPERATOR PIC X(8).
       01 WS-FIND-DRAWER PIC X(2).
       01 WS-DIFFERENCE PIC S9(7)V99.
       01 WS-UNCOUNTED-COUNT PIC 9(2) VALUE 0.
       01 WS-DIFFERENCE-COUNT PIC 9(2) VALUE 0.
       01 WS-TOTAL-PAYMENTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXPECTED PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-COUNTED PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-STAMP PIC 9(14).
       01 WS-AMOUNT-EDIT PIC ZZZZ9.99.
       01 WS-DIFFERENCE-EDIT PIC -------9.99.
       01 WS-DRAWER-LINE.
           05 CL-OPERATOR-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-DRAWER PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CL-PAYMENT-COUNT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-EXPECTED PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-COUNTED PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-DIFFERENCE PIC -------9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-NOTE PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COUNTER CASH DESK".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DESK-DATE.
           DISPLAY "Function (P=take payment, U=cash-up drawer, "
               "R=cash-up report, S=supervisor sign-off): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           EVALUATE TRUE
               WHEN FN-PAYMENT PERFORM TAKE-CASH-PAYMENT
               WHEN FN-CASH-UP PERFORM CASH-UP-DRAWER
               WHEN FN-REPORT PERFORM PRINT-CASH-UP-REPORT
               WHEN FN-SIGN-OFF PERFORM SIGN-OFF-DAY
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       CHECK-DAY-LOCK SECTION.
           MOVE "N" TO WS-DAY-LOCK-SWITCH.
           MOVE "N" TO LOCK-EOF-SWITCH.
           OPEN INPUT CashDayLockFile.
           IF WS-CASH-DAY-LOCK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL LOCK-EOF
                   READ CashDayLockFile
                       AT END SET LOCK-EOF TO TRUE
                   END-READ
                   IF NOT LOCK-EOF AND DL-DATE = WS-DESK-DATE
                       SET DAY-LOCKED TO TRUE
                       MOVE DL-SUPERVISOR-ID TO WS-LOCKED-BY
                   END-IF
               END-PERFORM
               CLOSE CashDayLockFile
           END-IF.

       ASK-DRAWER SECTION.
           DISPLAY "Cash drawer: " WITH NO ADVANCING.
           ACCEPT WS-DRAWER.
           INSPECT WS-DRAWER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       TAKE-CASH-PAYMENT SECTION.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Operator " WS-SIGNON-ID " may not take "
                   "payments."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-DAY-LOCK.
           IF DAY-LOCKED
               DISPLAY "Cash day " WS-DESK-DATE " was signed off by "
                   WS-LOCKED-BY " - no further payments."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-INVOICE-REGISTER.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Invoice number: " WITH NO ADVANCING.
           ACCEPT WS-WANT-INVOICE.
           MOVE WS-WANT-INVOICE TO IV-INVOICE-NUMBER.
           READ InvoiceRegisterFile
               INVALID KEY
                   DISPLAY "No invoice " WS-WANT-INVOICE " in the "
                       "invoice register."
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   IF IV-PAID
                       DISPLAY "Invoice " WS-WANT-INVOICE " was "
                           "already paid on " IV-PAID-DATE "."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       IF IV-IN-PLAN
                           DISPLAY "Invoice " WS-WANT-INVOICE " is "
                               "under an installment plan - not "
                               "payable at the desk."
                           MOVE 1 TO RETURN-CODE
                       ELSE
                           PERFORM ACCEPT-CASH
                       END-IF
                   END-IF
           END-READ.
           PERFORM CLOSE-INVOICE-REGISTER.

       ACCEPT-CASH SECTION.
           MOVE IV-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Invoice " IV-INVOICE-NUMBER " " IV-SERVICE-CODE
               " " IV-REQUESTER " amount due " WS-AMOUNT-EDIT.
           PERFORM ASK-DRAWER.
           DISPLAY "Cash tendered (e.g. 20.00): " WITH NO ADVANCING.
           ACCEPT WS-TENDERED.
           IF WS-DRAWER = SPACES
               DISPLAY "A cash drawer is required."
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-TENDERED < IV-AMOUNT
                   DISPLAY "Cash tendered is less than the amount "
                       "due - payment refused."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM POST-CASH-PAYMENT
               END-IF
           END-IF.

       POST-CASH-PAYMENT SECTION.
           PERFORM LOAD-NEXT-RECEIPT-NUMBER.
           ADD 1 TO WS-NEXT-RECEIPT-NUMBER.
           SET IV-PAID TO TRUE.
           MOVE WS-RUN-DATE TO IV-PAID-DATE.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Invoice register update failed for "
                       "invoice " IV-INVOICE-NUMBER " - payment "
                       "not taken."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM RECORD-CASH-PAYMENT
           END-REWRITE.

       RECORD-CASH-PAYMENT SECTION.
           MOVE WS-NEXT-RECEIPT-NUMBER TO CP-RECEIPT-NUMBER.
           MOVE WS-RUN-DATE TO CP-PAY-DATE.
           MOVE WS-RUN-TIME(1:6) TO CP-PAY-TIME.
           MOVE WS-SIGNON-ID TO CP-OPERATOR-ID.
           MOVE WS-DRAWER TO CP-DRAWER.
           MOVE IV-INVOICE-NUMBER TO CP-INVOICE-NUMBER.
           MOVE IV-AMOUNT TO CP-AMOUNT.
           MOVE WS-TENDERED TO CP-TENDERED.
           COMPUTE CP-CHANGE = WS-TENDERED - IV-AMOUNT.
           OPEN EXTEND CashPaymentFile.
           IF WS-CASH-PAYMENT-STATUS = "35"
               CLOSE CashPaymentFile
               OPEN OUTPUT CashPaymentFile
           END-IF.
           WRITE CASH-PAYMENT-RECORD.
           CLOSE CashPaymentFile.
           PERFORM SAVE-NEXT-RECEIPT-NUMBER.
           PERFORM PRINT-RECEIPT.
           MOVE CP-CHANGE TO WS-AMOUNT-EDIT.
           DISPLAY "Receipt " CP-RECEIPT-NUMBER " for invoice "
               CP-INVOICE-NUMBER " - change due " WS-AMOUNT-EDIT.
           DISPLAY "Receipt written to " WS-RECEIPT-FILE-NAME ".".

       PRINT-RECEIPT SECTION.
           MOVE SPACES TO WS-RECEIPT-FILE-NAME.
           STRING "receipt." DELIMITED BY SIZE
               CP-RECEIPT-NUMBER DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RECEIPT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReceiptFile.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "CASH RECEIPT NO. " DELIMITED BY SIZE
               CP-RECEIPT-NUMBER DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "Date " DELIMITED BY SIZE
               CP-PAY-DATE DELIMITED BY SIZE
               "  Time " DELIMITED BY SIZE
               CP-PAY-TIME(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               CP-PAY-TIME(3:2) DELIMITED BY SIZE
               "  Drawer " DELIMITED BY SIZE
               CP-DRAWER DELIMITED BY SIZE
               "  Clerk " DELIMITED BY SIZE
               CP-OPERATOR-ID DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           STRING "Invoice " DELIMITED BY SIZE
               IV-INVOICE-NUMBER DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               IV-INVOICE-DATE DELIMITED BY SIZE
               "  Service " DELIMITED BY SIZE
               IV-SERVICE-CODE DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING.
           WRITE RECEIPT-LINE.
           MOVE IV-REFERENCE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE CP-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "Amount paid     " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           MOVE CP-TENDERED TO WS-AMOUNT-EDIT.
           STRING "Cash tendered   " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING.
           WRITE RECEIPT-LINE.
           MOVE SPACES TO RECEIPT-LINE.
           MOVE CP-CHANGE TO WS-AMOUNT-EDIT.
           STRING "Change          " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO RECEIPT-LINE
           END-STRING.
           WRITE RECEIPT-LINE.
           CLOSE ReceiptFile.

       CASH-UP-DRAWER SECTION.
           PERFORM CHECK-DAY-LOCK.
           IF DAY-LOCKED
               DISPLAY "Cash day " WS-DESK-DATE " was signed off by "
                   WS-LOCKED-BY " - no further cash-ups."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ASK-DRAWER.
           PERFORM COLLECT-DAY-PAYMENTS.
           MOVE WS-SIGNON-ID TO WS-FIND-OPERATOR.
           MOVE WS-DRAWER TO WS-FIND-DRAWER.
           PERFORM FIND-DRAWER-ENTRY.
           DISPLAY "Cash counted in drawer (e.g. 125.50): "
               WITH NO ADVANCING.
           ACCEPT WS-COUNTED.
           MOVE WS-RUN-DATE TO CU-DATE.
           MOVE WS-SIGNON-ID TO CU-OPERATOR-ID.
           MOVE WS-DRAWER TO CU-DRAWER.
           IF WS-DR-FOUND-IDX > 0
               MOVE T-DR-PAYMENT-COUNT(WS-DR-FOUND-IDX)
                   TO CU-PAYMENT-COUNT
               MOVE T-DR-EXPECTED(WS-DR-FOUND-IDX) TO CU-EXPECTED
           ELSE
               MOVE 0 TO CU-PAYMENT-COUNT
               MOVE 0 TO CU-EXPECTED
           END-IF.
           MOVE WS-COUNTED TO CU-COUNTED.
           COMPUTE CU-DIFFERENCE = CU-COUNTED - CU-EXPECTED.
           PERFORM BUILD-STAMP.
           MOVE WS-STAMP TO CU-TIMESTAMP.
           OPEN EXTEND CashUpFile.
           IF WS-CASH-UP-STATUS = "35"
               CLOSE CashUpFile
               OPEN OUTPUT CashUpFile
           END-IF.
           WRITE CASH-UP-RECORD.
           CLOSE CashUpFile.
           MOVE CU-EXPECTED TO WS-AMOUNT-EDIT.
           DISPLAY "Payments taken: " CU-PAYMENT-COUNT
               "  expected cash: " WS-AMOUNT-EDIT.
           MOVE CU-DIFFERENCE TO WS-DIFFERENCE-EDIT.
           DISPLAY "Difference counted - expected: "
               WS-DIFFERENCE-EDIT.

       COLLECT-DAY-PAYMENTS SECTION.
           MOVE 0 TO WS-DR-COUNT.
           MOVE "N" TO PAYMENT-EOF-SWITCH.
           OPEN INPUT CashPaymentFile.
           IF WS-CASH-PAYMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL PAYMENT-EOF
                   READ CashPaymentFile
                       AT END SET PAYMENT-EOF TO TRUE
                   END-READ
                   IF NOT PAYMENT-EOF AND CP-PAY-DATE = WS-DESK-DATE
                       MOVE CP-OPERATOR-ID TO WS-FIND-OPERATOR
                       MOVE CP-DRAWER TO WS-FIND-DRAWER
                       PERFORM ADD-DRAWER-ENTRY
                       IF WS-DR-FOUND-IDX > 0
                           ADD 1 TO T-DR-PAYMENT-COUNT(WS-DR-FOUND-IDX)
                           ADD CP-AMOUNT
                               TO T-DR-EXPECTED(WS-DR-FOUND-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CashPaymentFile
           END-IF.

       COLLECT-DAY-CASH-UPS SECTION.
           MOVE "N" TO CASH-UP-EOF-SWITCH.
           OPEN INPUT CashUpFile.
           IF WS-CASH-UP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL CASH-UP-EOF
                   READ CashUpFile
                       AT END SET CASH-UP-EOF TO TRUE
                   END-READ
                   IF NOT CASH-UP-EOF AND CU-DATE = WS-DESK-DATE
                       MOVE CU-OPERATOR-ID TO WS-FIND-OPERATOR
                       MOVE CU-DRAWER TO WS-FIND-DRAWER
                       PERFORM ADD-DRAWER-ENTRY
                       IF WS-DR-FOUND-IDX > 0
                           MOVE CU-COUNTED
                               TO T-DR-COUNTED(WS-DR-FOUND-IDX)
                           MOVE "Y"
                               TO T-DR-COUNTED-FLAG(WS-DR-FOUND-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CashUpFile
           END-IF.

       FIND-DRAWER-ENTRY SECTION.
           MOVE 0 TO WS-DR-FOUND-IDX.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF T-DR-OPERATOR-ID(WS-DR-IDX) = WS-FIND-OPERATOR
                   AND T-DR-DRAWER(WS-DR-IDX) = WS-FIND-DRAWER
                   MOVE WS-DR-IDX TO WS-DR-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-DRAWER-ENTRY SECTION.
           PERFORM FIND-DRAWER-ENTRY.
           IF WS-DR-FOUND-IDX = 0
               IF WS-DR-COUNT = 50
                   DISPLAY "More than 50 operator drawers on "
                       WS-DESK-DATE " - cash-up incomplete."
                   MOVE 2 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-DR-COUNT
                   MOVE WS-DR-COUNT TO WS-DR-FOUND-IDX
                   MOVE WS-FIND-OPERATOR
                       TO T-DR-OPERATOR-ID(WS-DR-COUNT)
                   MOVE WS-FIND-DRAWER TO T-DR-DRAWER(WS-DR-COUNT)
                   MOVE 0 TO T-DR-PAYMENT-COUNT(WS-DR-COUNT)
                   MOVE 0 TO T-DR-EXPECTED(WS-DR-COUNT)
                   MOVE 0 TO T-DR-COUNTED(WS-DR-COUNT)
                   MOVE "N" TO T-DR-COUNTED-FLAG(WS-DR-COUNT)
               END-IF
           END-IF.

       PRINT-CASH-UP-REPORT SECTION.
           DISPLAY "Cash day (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-DESK-DATE.
           IF WS-DESK-DATE = 0
               MOVE WS-RUN-DATE TO WS-DESK-DATE
           END-IF.
           PERFORM CHECK-DAY-LOCK.
           PERFORM WRITE-CASH-UP-REPORT.

       WRITE-CASH-UP-REPORT SECTION.
           PERFORM COLLECT-DAY-PAYMENTS.
           PERFORM COLLECT-DAY-CASH-UPS.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "cashup." DELIMITED BY SIZE
               WS-DESK-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT CashUpReportFile.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASH-UP REPORT  CASH DAY " DELIMITED BY SIZE
               WS-DESK-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF DAY-LOCKED
               STRING "Signed off by " DELIMITED BY SIZE
                   WS-LOCKED-BY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Not signed off" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "OPERATOR  DRAWER  PAYMS    EXPECTED     COUNTED"
               DELIMITED BY SIZE
               "   DIFFERENCE" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-TOTAL-LINES.
           MOVE 0 TO WS-UNCOUNTED-COUNT.
           MOVE 0 TO WS-DIFFERENCE-COUNT.
           MOVE 0 TO WS-TOTAL-PAYMENTS.
           MOVE 0 TO WS-TOTAL-EXPECTED.
           MOVE 0 TO WS-TOTAL-COUNTED.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               PERFORM WRITE-DRAWER-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL" TO CL-OPERATOR-ID.
           MOVE SPACES TO CL-DRAWER.
           MOVE WS-TOTAL-PAYMENTS TO CL-PAYMENT-COUNT.
           MOVE WS-TOTAL-EXPECTED TO CL-EXPECTED.
           MOVE WS-TOTAL-COUNTED TO CL-COUNTED.
           COMPUTE WS-DIFFERENCE = WS-TOTAL-COUNTED - WS-TOTAL-EXPECTED.
           MOVE WS-DIFFERENCE TO CL-DIFFERENCE.
           MOVE SPACES TO CL-NOTE.
           MOVE WS-DRAWER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO WS-TOTAL-LINES.
           CLOSE CashUpReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Drawers: " WS-DR-COUNT " not counted: "
               WS-UNCOUNTED-COUNT " with difference: "
               WS-DIFFERENCE-COUNT.
           DISPLAY "Report written to " WS-REPORT-FILE-NAME ".".

       WRITE-DRAWER-LINE SECTION.
           MOVE T-DR-OPERATOR-ID(WS-DR-IDX) TO CL-OPERATOR-ID.
           MOVE T-DR-DRAWER(WS-DR-IDX) TO CL-DRAWER.
           MOVE T-DR-PAYMENT-COUNT(WS-DR-IDX) TO CL-PAYMENT-COUNT.
           MOVE T-DR-EXPECTED(WS-DR-IDX) TO CL-EXPECTED.
           MOVE T-DR-COUNTED(WS-DR-IDX) TO CL-COUNTED.
           COMPUTE WS-DIFFERENCE =
               T-DR-COUNTED(WS-DR-IDX) - T-DR-EXPECTED(WS-DR-IDX).
           MOVE WS-DIFFERENCE TO CL-DIFFERENCE.
           MOVE SPACES TO CL-NOTE.
           IF NOT T-DR-COUNTED-IN(WS-DR-IDX)
               MOVE "NOT COUNTED" TO CL-NOTE
               ADD 1 TO WS-UNCOUNTED-COUNT
           ELSE
               IF WS-DIFFERENCE NOT = 0
                   MOVE "DIFFERENCE" TO CL-NOTE
                   ADD 1 TO WS-DIFFERENCE-COUNT
               END-IF
           END-IF.
           ADD T-DR-PAYMENT-COUNT(WS-DR-IDX) TO WS-TOTAL-PAYMENTS.
           ADD T-DR-EXPECTED(WS-DR-IDX) TO WS-TOTAL-EXPECTED.
           ADD T-DR-COUNTED(WS-DR-IDX) TO WS-TOTAL-COUNTED.
           MOVE WS-DRAWER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       SIGN-OFF-DAY SECTION.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Only a supervisor may sign off the cash day."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Cash day (CCYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT WS-DESK-DATE.
           IF WS-DESK-DATE = 0
               MOVE WS-RUN-DATE TO WS-DESK-DATE
           END-IF.
           PERFORM CHECK-DAY-LOCK.
           IF DAY-LOCKED
               DISPLAY "Cash day " WS-DESK-DATE " was already signed "
                   "off by " WS-LOCKED-BY "."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COLLECT-DAY-PAYMENTS.
           PERFORM COLLECT-DAY-CASH-UPS.
           MOVE 0 TO WS-UNCOUNTED-COUNT.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF NOT T-DR-COUNTED-IN(WS-DR-IDX)
                   ADD 1 TO WS-UNCOUNTED-COUNT
                   DISPLAY "Drawer " T-DR-DRAWER(WS-DR-IDX)
                       " of operator " T-DR-OPERATOR-ID(WS-DR-IDX)
                       " is not counted."
               END-IF
           END-PERFORM.
           IF WS-UNCOUNTED-COUNT > 0
               DISPLAY "Drawers not yet counted - sign-off refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-DESK-DATE TO DL-DATE.
           MOVE WS-SIGNON-ID TO DL-SUPERVISOR-ID.
           PERFORM BUILD-STAMP.
           MOVE WS-STAMP TO DL-TIMESTAMP.
           OPEN EXTEND CashDayLockFile.
           IF WS-CASH-DAY-LOCK-STATUS = "35"
               CLOSE CashDayLockFile
               OPEN OUTPUT CashDayLockFile
           END-IF.
           WRITE CASH-DAY-LOCK-RECORD.
           CLOSE CashDayLockFile.
           SET DAY-LOCKED TO TRUE.
           MOVE WS-SIGNON-ID TO WS-LOCKED-BY.
           PERFORM WRITE-CASH-UP-REPORT.
           DISPLAY "Cash day " WS-DESK-DATE " signed off and locked "
               "by " WS-SIGNON-ID ".".

       LOAD-NEXT-RECEIPT-NUMBER SECTION.
           MOVE 0 TO WS-NEXT-RECEIPT-NUMBER.
           OPEN INPUT ReceiptNumberFile.
           IF WS-RECEIPT-NUMBER-STATUS = "35"
               CONTINUE
           ELSE
               READ ReceiptNumberFile
                   AT END CONTINUE
                   NOT AT END
                       IF RN-NEXT-NUMBER IS NUMERIC
                           MOVE RN-NEXT-NUMBER
                               TO WS-NEXT-RECEIPT-NUMBER
                       END-IF
               END-READ
               CLOSE ReceiptNumberFile
           END-IF.

       SAVE-NEXT-RECEIPT-NUMBER SECTION.
           MOVE WS-NEXT-RECEIPT-NUMBER TO RN-NEXT-NUMBER.
           OPEN OUTPUT ReceiptNumberFile.
           WRITE RECEIPT-NUMBER-RECORD.
           CLOSE ReceiptNumberFile.

       BUILD-STAMP SECTION.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-DATE DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-STAMP
           END-STRING.

       LOG-REPORT-INDEX SECTION.
           MOVE "CASH-UP" TO RI-REPORT-NAME.
           MOVE "CASH-DESK" TO RI-PROGRAM-NAME.
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

       COPY "INVOICE-REGISTER-OPEN".

       COPY "SIGN-ON".

       END PROGRAM CASH-DESK.
