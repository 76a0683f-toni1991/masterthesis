       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTALLMENT-PLAN.
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
       SELECT InstallmentFile
          ASSIGN TO "installments.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INSTALLMENT-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD InstallmentFile.
       COPY "INSTALLMENT".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "DAY-NUMBER-WS".
       COPY "INVOICE-REGISTER-WS".
       01 WS-INSTALLMENT-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 WS-FUNCTION PIC X.
           88 FN-CREATE VALUE "C" "c".
           88 FN-LIST VALUE "L" "l".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-IV-FOUND-SWITCH PIC X VALUE "N".
           88 INVOICE-FOUND VALUE "Y".
       01 INSTALLMENT-EOF-SWITCH PIC X VALUE "N".
           88 INSTALLMENT-EOF VALUE "Y".
       01 WS-IP-OVERFLOW-SWITCH PIC X VALUE "N".
           88 INSTALLMENT-TABLE-OVERFLOW VALUE "Y".
       01 WS-INSTALLMENT-TABLE.
           05 WS-IP-ENTRY PIC X(56) OCCURS 2000 TIMES.
       01 WS-IP-COUNT PIC 9(4) VALUE 0.
       01 WS-IP-IDX PIC 9(4).
       01 WS-WANT-INVOICE PIC 9(6).
       01 WS-PLAN-COUNT PIC 9(2).
       01 WS-PLAN-NO PIC 9(2).
       01 WS-FIRST-DUE-DATE PIC 9(8).
       01 WS-NEXT-DUE-DATE PIC 9(8).
       01 WS-PLAN-AMOUNT PIC 9(5)V99.
       01 WS-LAST-AMOUNT PIC 9(5)V99.
       01 WS-OPEN-BALANCE PIC 9(7)V99.
       01 WS-AMOUNT-EDIT PIC ZZZZ9.99.
       01 WS-BALANCE-EDIT PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INSTALLMENT PAYMENT PLANS".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Function (C=convert invoice to plan, "
               "L=list plan): " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-INSTALLMENTS.
           IF INSTALLMENT-TABLE-OVERFLOW
               DISPLAY "More than 2000 installments on file - run "
                   "refused, the file would be truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN FN-CREATE PERFORM CREATE-PLAN
               WHEN FN-LIST PERFORM LIST-PLAN
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       FIND-INVOICE SECTION.
           DISPLAY "Invoice number: " WITH NO ADVANCING.
           ACCEPT WS-WANT-INVOICE.
           MOVE "N" TO WS-IV-FOUND-SWITCH.
           IF FN-CREATE
               PERFORM OPEN-INVOICE-REGISTER
           ELSE
               PERFORM OPEN-INVOICE-REGISTER-INPUT
           END-IF.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF INVOICE-REGISTER-OPEN
               MOVE WS-WANT-INVOICE TO IV-INVOICE-NUMBER
               READ InvoiceRegisterFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET INVOICE-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT INVOICE-FOUND
               DISPLAY "No invoice " WS-WANT-INVOICE " in the "
                   "invoice register."
               PERFORM CLOSE-INVOICE-REGISTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       CREATE-PLAN SECTION.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Operator " WS-SIGNON-ID " may not set up "
                   "installment plans."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-INVOICE.
           IF IV-PAID
               DISPLAY "Invoice " WS-WANT-INVOICE " was already paid "
                   "on " IV-PAID-DATE "."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           IF IV-IN-PLAN
               DISPLAY "Invoice " WS-WANT-INVOICE " is already under "
                   "an installment plan."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           IF IV-SERVICE-CODE = "INT " OR IV-AMOUNT = 0
               DISPLAY "Invoice " WS-WANT-INVOICE " cannot be paid "
                   "in installments."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           MOVE IV-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Invoice " IV-INVOICE-NUMBER " " IV-SERVICE-CODE
               " " IV-REQUESTER " amount " WS-AMOUNT-EDIT.
           DISPLAY "Number of installments (2-24): "
               WITH NO ADVANCING.
           ACCEPT WS-PLAN-COUNT.
           IF WS-PLAN-COUNT < 2 OR WS-PLAN-COUNT > 24
               DISPLAY "Number of installments must be 2 to 24."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           IF WS-IP-COUNT + WS-PLAN-COUNT > 2000
               DISPLAY "Installment file is full."
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           DISPLAY "First due date (CCYYMMDD, blank = one month "
               "from today): " WITH NO ADVANCING.
           ACCEPT WS-FIRST-DUE-DATE.
           IF WS-FIRST-DUE-DATE = 0
               MOVE WS-RUN-DATE TO WS-DN-DATE
               PERFORM ADD-ONE-MONTH
               MOVE WS-DN-DATE TO WS-FIRST-DUE-DATE
           END-IF.
           MOVE WS-FIRST-DUE-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           IF NOT DN-DATE-VALID OR WS-FIRST-DUE-DATE < WS-RUN-DATE
               DISPLAY "First due date " WS-FIRST-DUE-DATE
                   " is not a valid future date."
               MOVE 1 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           DIVIDE IV-AMOUNT BY WS-PLAN-COUNT GIVING WS-PLAN-AMOUNT.
           COMPUTE WS-LAST-AMOUNT = IV-AMOUNT + WS-PLAN-AMOUNT
               - WS-PLAN-AMOUNT * WS-PLAN-COUNT.
           MOVE WS-FIRST-DUE-DATE TO WS-NEXT-DUE-DATE.
           PERFORM VARYING WS-PLAN-NO FROM 1 BY 1
                   UNTIL WS-PLAN-NO > WS-PLAN-COUNT
               MOVE SPACES TO INSTALLMENT-RECORD
               MOVE IV-INVOICE-NUMBER TO IP-INVOICE-NUMBER
               MOVE WS-PLAN-NO TO IP-INSTALLMENT-NO
               MOVE IV-REQUESTER TO IP-REQUESTER
               MOVE WS-NEXT-DUE-DATE TO IP-DUE-DATE
               IF WS-PLAN-NO = WS-PLAN-COUNT
                   MOVE WS-LAST-AMOUNT TO IP-AMOUNT
               ELSE
                   MOVE WS-PLAN-AMOUNT TO IP-AMOUNT
               END-IF
               SET IP-OPEN TO TRUE
               MOVE 0 TO IP-PAID-DATE
               MOVE WS-SIGNON-ID TO IP-OPERATOR-ID
               MOVE WS-RUN-DATE TO IP-CREATED-DATE
               ADD 1 TO WS-IP-COUNT
               MOVE INSTALLMENT-RECORD TO WS-IP-ENTRY(WS-IP-COUNT)
               MOVE WS-NEXT-DUE-DATE TO WS-DN-DATE
               PERFORM ADD-ONE-MONTH
               MOVE WS-DN-DATE TO WS-NEXT-DUE-DATE
           END-PERFORM.
           SET IV-IN-PLAN TO TRUE.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY MOVE "N" TO WS-IV-FOUND-SWITCH
           END-REWRITE.
           IF NOT INVOICE-FOUND
               DISPLAY "Invoice " WS-WANT-INVOICE " could not be "
                   "updated - plan not set up."
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM SAVE-INSTALLMENTS.
           DISPLAY "Invoice " WS-WANT-INVOICE " converted to a plan "
               "of " WS-PLAN-COUNT " installments.".
           PERFORM SHOW-PLAN.

       ADD-ONE-MONTH SECTION.
           ADD 1 TO WS-DN-MM.
           IF WS-DN-MM > 12
               MOVE 1 TO WS-DN-MM
               ADD 1 TO WS-DN-CCYY
           END-IF.
           IF WS-DN-DD > 28
               MOVE 28 TO WS-DN-DD
           END-IF.

       LIST-PLAN SECTION.
           PERFORM FIND-INVOICE.
           IF NOT IV-IN-PLAN
               DISPLAY "Invoice " WS-WANT-INVOICE " is not under an "
                   "installment plan (paid flag " IV-PAID-FLAG ")."
           END-IF.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM SHOW-PLAN.

       SHOW-PLAN SECTION.
           MOVE 0 TO WS-OPEN-BALANCE.
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-COUNT
               MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
               IF IP-INVOICE-NUMBER = WS-WANT-INVOICE
                   MOVE IP-AMOUNT TO WS-AMOUNT-EDIT
                   EVALUATE TRUE
                       WHEN IP-PAID
                           DISPLAY "  " IP-INSTALLMENT-NO " due "
                               IP-DUE-DATE " " WS-AMOUNT-EDIT
                               " paid " IP-PAID-DATE
                       WHEN IP-CANCELLED
                           DISPLAY "  " IP-INSTALLMENT-NO " due "
                               IP-DUE-DATE " " WS-AMOUNT-EDIT
                               " plan cancelled"
                       WHEN OTHER
                           ADD IP-AMOUNT TO WS-OPEN-BALANCE
                           IF IP-DUE-DATE < WS-RUN-DATE
                               DISPLAY "  " IP-INSTALLMENT-NO " due "
                                   IP-DUE-DATE " " WS-AMOUNT-EDIT
                                   " OVERDUE"
                           ELSE
                               DISPLAY "  " IP-INSTALLMENT-NO " due "
                                   IP-DUE-DATE " " WS-AMOUNT-EDIT
                                   " open"
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE WS-OPEN-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY "Open installment balance: " WS-BALANCE-EDIT.

       LOAD-INSTALLMENTS SECTION.
           MOVE 0 TO WS-IP-COUNT.
           OPEN INPUT InstallmentFile.
           IF WS-INSTALLMENT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL INSTALLMENT-EOF
                   READ InstallmentFile
                       AT END SET INSTALLMENT-EOF TO TRUE
                   END-READ
                   IF NOT INSTALLMENT-EOF
                       IF WS-IP-COUNT = 2000
                           SET INSTALLMENT-TABLE-OVERFLOW TO TRUE
                           SET INSTALLMENT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-IP-COUNT
                           MOVE INSTALLMENT-RECORD
                               TO WS-IP-ENTRY(WS-IP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE InstallmentFile
           END-IF.

       SAVE-INSTALLMENTS SECTION.
           OPEN OUTPUT InstallmentFile.
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-COUNT
               MOVE WS-IP-ENTRY(WS-IP-IDX) TO INSTALLMENT-RECORD
               WRITE INSTALLMENT-RECORD
           END-PERFORM.
           CLOSE InstallmentFile.

       COPY "INVOICE-REGISTER-OPEN".

       COPY "DAY-NUMBER".

       COPY "SIGN-ON".

       END PROGRAM INSTALLMENT-PLAN.
