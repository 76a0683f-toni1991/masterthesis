       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OldInvoiceFile
          ASSIGN TO "invoiceregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OLD-INVOICE-STATUS.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT ExceptionFile
          ASSIGN TO "invoiceconvert.exceptions.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OldInvoiceFile.
       01 OLD-INVOICE-LINE PIC X(82).

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD ExceptionFile.
       01 EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "INVOICE-REGISTER-WS".
       01 WS-OLD-INVOICE-STATUS PIC X(2).
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 OLD-EOF-SWITCH PIC X VALUE "N".
           88 OLD-EOF VALUE "Y".
       01 WS-EXC-REASON PIC X(40).
       01 WS-LINES-READ PIC 9(6) VALUE 0.
       01 WS-INVOICES-WRITTEN PIC 9(6) VALUE 0.
       01 WS-LINES-REJECTED PIC 9(6) VALUE 0.
       01 WS-AMOUNT-READ PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-WRITTEN PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-EDIT PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INVOICE REGISTER CONVERSION TO AN INDEXED FILE".
           OPEN INPUT InvoiceRegisterFile.
           IF WS-INVOICE-REGISTER-STATUS NOT = "35"
               IF WS-INVOICE-REGISTER-STATUS = "00"
                   CLOSE InvoiceRegisterFile
               END-IF
               DISPLAY "invoiceregister.dat is already on file "
                   "(status " WS-INVOICE-REGISTER-STATUS
                   ") - nothing was converted."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT InvoiceRegisterFile.
           IF WS-INVOICE-REGISTER-STATUS NOT = "00"
               DISPLAY "invoiceregister.dat could not be created - "
                   "status " WS-INVOICE-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ExceptionFile.
           MOVE "INVOICE REGISTER CONVERSION EXCEPTIONS"
               TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           PERFORM CONVERT-INVOICE-FILE.
           CLOSE ExceptionFile.
           CLOSE InvoiceRegisterFile.
           DISPLAY "invoiceregister.txt lines read:         "
               WS-LINES-READ.
           DISPLAY "Invoices written to invoiceregister.dat: "
               WS-INVOICES-WRITTEN.
           DISPLAY "Lines rejected (see exceptions):        "
               WS-LINES-REJECTED.
           MOVE WS-AMOUNT-READ TO WS-TOTAL-EDIT.
           DISPLAY "Amount read:    " WS-TOTAL-EDIT.
           MOVE WS-AMOUNT-WRITTEN TO WS-TOTAL-EDIT.
           DISPLAY "Amount written: " WS-TOTAL-EDIT.
           IF WS-LINES-READ NOT = WS-INVOICES-WRITTEN
               OR WS-AMOUNT-READ NOT = WS-AMOUNT-WRITTEN
               DISPLAY "CONTROL TOTAL MISMATCH - work the exception "
                   "list in invoiceconvert.exceptions.txt before "
                   "billing runs again."
               MOVE 2 TO RETURN-CODE
           ELSE
               DISPLAY "Keep invoiceregister.txt as the fallback "
                   "copy until the first billing run has been "
                   "verified."
           END-IF.
           GOBACK.

       CONVERT-INVOICE-FILE SECTION.
           OPEN INPUT OldInvoiceFile.
           IF WS-OLD-INVOICE-STATUS NOT = "00"
               DISPLAY "No invoiceregister.txt to convert - status "
                   WS-OLD-INVOICE-STATUS
                   ". An empty invoice register was created."
           ELSE
               PERFORM UNTIL OLD-EOF
                   READ OldInvoiceFile
                       AT END SET OLD-EOF TO TRUE
                   END-READ
                   IF NOT OLD-EOF
                       ADD 1 TO WS-LINES-READ
                       PERFORM CONVERT-ONE-INVOICE
                   END-IF
               END-PERFORM
               CLOSE OldInvoiceFile
           END-IF.

       CONVERT-ONE-INVOICE SECTION.
           MOVE OLD-INVOICE-LINE TO INVOICE-REGISTER-RECORD.
           IF IV-AMOUNT IS NUMERIC
               ADD IV-AMOUNT TO WS-AMOUNT-READ
           END-IF.
           EVALUATE TRUE
               WHEN IV-INVOICE-NUMBER NOT NUMERIC
                   MOVE "invoice number not numeric"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN IV-AMOUNT NOT NUMERIC
                   MOVE "amount not numeric" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   MOVE IV-AMOUNT TO IV-FULL-FEE
                   MOVE 0 TO IV-REDUCTION
                   MOVE 0 TO IV-REDUCTION-PERCENT
                   MOVE SPACES TO IV-EXEMPTION-CATEGORY
                   WRITE INVOICE-REGISTER-RECORD
                       INVALID KEY
                           MOVE "duplicate invoice number"
                               TO WS-EXC-REASON
                           PERFORM WRITE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-INVOICES-WRITTEN
                           ADD IV-AMOUNT TO WS-AMOUNT-WRITTEN
                   END-WRITE
           END-EVALUATE.

       WRITE-EXCEPTION SECTION.
           ADD 1 TO WS-LINES-REJECTED.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "invoiceregister.txt line " DELIMITED BY SIZE
               WS-LINES-READ DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-EXC-REASON DELIMITED BY "  "
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.
           MOVE OLD-INVOICE-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       END PROGRAM INVOICE-CONVERT.
