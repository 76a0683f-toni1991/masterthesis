       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUESTER-STATEMENT.
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
       SELECT ReportFile
          ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportIndexFile
          ASSIGN TO "reportindex.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REPORT-INDEX-STATUS.
       SELECT CodeTableFile
          ASSIGN TO "codetable.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CODE-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD ReportFile.
       01 REPORT-LINE PIC X(80).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD CodeTableFile.
       COPY "CODE-TABLE".

       WORKING-STORAGE SECTION.
       COPY "INVOICE-REGISTER-WS".
       COPY "CODE-TABLE-WS".
       01 WS-REPORT-INDEX-STATUS PIC X(2).
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-WANT-REQUESTER PIC X(8).
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
       01 WS-INVOICE-COUNT PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-OPEN-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-PLAN-COUNT PIC 9(6) VALUE 0.
       01 WS-PLAN-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-PAID-COUNT PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(6) VALUE 0.
       01 WS-REDUCED-COUNT PIC 9(6) VALUE 0.
       01 WS-REDUCED-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-STATEMENT-LINE.
           05 WSL-INVOICE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-SERVICE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-AMOUNT PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-STATUS PIC X(18).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSL-REFERENCE PIC X(24).
       01 WS-REDUCTION-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "FULL FEE ".
           05 WRL-FULL-FEE PIC ZZZZ9.99.
           05 FILLER PIC X(6) VALUE " LESS ".
           05 WRL-PERCENT PIC ZZ9.
           05 FILLER PIC X(2) VALUE "% ".
           05 WRL-CATEGORY PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WRL-DESCRIPTION PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WRL-REDUCTION PIC ZZZZ9.99.
       01 WS-SUM-LINE.
           05 WSM-LABEL PIC X(24).
           05 WSM-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WSM-AMOUNT PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REQUESTER ACCOUNT STATEMENT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Requester: " WITH NO ADVANCING.
           ACCEPT WS-WANT-REQUESTER.
           INSPECT WS-WANT-REQUESTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-WANT-REQUESTER = SPACES
               DISPLAY "No requester given."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-INVOICE-REGISTER-INPUT.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-IV-SCAN-EOF-SWITCH.
           IF INVOICE-REGISTER-OPEN
               MOVE WS-WANT-REQUESTER TO IV-REQUESTER
               START InvoiceRegisterFile KEY IS = IV-REQUESTER
                   INVALID KEY SET IV-SCAN-EOF TO TRUE
               END-START
           ELSE
               SET IV-SCAN-EOF TO TRUE
           END-IF.
           IF IV-SCAN-EOF
               DISPLAY "No invoices on file for requester "
                   WS-WANT-REQUESTER "."
               PERFORM CLOSE-INVOICE-REGISTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "statement." DELIMITED BY SIZE
               WS-WANT-REQUESTER DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReportFile.
           PERFORM PRINT-STATEMENT-HEADING.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL IV-SCAN-EOF
               IF IV-REQUESTER NOT = WS-WANT-REQUESTER
                   SET IV-SCAN-EOF TO TRUE
               ELSE
                   PERFORM PRINT-STATEMENT-LINE
                   PERFORM READ-NEXT-INVOICE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM PRINT-STATEMENT-TOTALS.
           CLOSE ReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Statement written to " WS-REPORT-FILE-NAME.
           GOBACK.

       PRINT-STATEMENT-HEADING SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNT STATEMENT FOR REQUESTER " DELIMITED BY SIZE
               WS-WANT-REQUESTER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICE DATE      SVC     AMOUNT  " DELIMITED BY SIZE
               "STATUS              REFERENCE" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-REPORT-LINE.

       PRINT-STATEMENT-LINE SECTION.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE IV-INVOICE-NUMBER TO WSL-INVOICE.
           MOVE IV-INVOICE-DATE TO WSL-DATE.
           MOVE IV-SERVICE-CODE TO WSL-SERVICE.
           MOVE IV-AMOUNT TO WSL-AMOUNT.
           MOVE SPACES TO WSL-STATUS.
           EVALUATE TRUE
               WHEN IV-CANCELLED
                   ADD 1 TO WS-CANCELLED-COUNT
                   STRING "CANCELLED " DELIMITED BY SIZE
                       IV-PAID-DATE DELIMITED BY SIZE
                       INTO WSL-STATUS
                   END-STRING
               WHEN IV-PAID
                   ADD 1 TO WS-PAID-COUNT
                   ADD IV-AMOUNT TO WS-PAID-TOTAL
                   STRING "PAID " DELIMITED BY SIZE
                       IV-PAID-DATE DELIMITED BY SIZE
                       INTO WSL-STATUS
                   END-STRING
               WHEN IV-IN-PLAN
                   ADD 1 TO WS-PLAN-COUNT
                   ADD IV-AMOUNT TO WS-PLAN-TOTAL
                   MOVE "INSTALLMENT PLAN" TO WSL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
                   ADD IV-AMOUNT TO WS-OPEN-TOTAL
                   MOVE "OPEN" TO WSL-STATUS
           END-EVALUATE.
           MOVE IV-REFERENCE(1:24) TO WSL-REFERENCE.
           MOVE WS-STATEMENT-LINE TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF IV-REDUCTION IS NUMERIC AND IV-REDUCTION > 0
               PERFORM PRINT-REDUCTION-LINE
           END-IF.

       PRINT-REDUCTION-LINE SECTION.
           IF NOT IV-CANCELLED
               ADD 1 TO WS-REDUCED-COUNT
               ADD IV-REDUCTION TO WS-REDUCED-TOTAL
           END-IF.
           MOVE IV-FULL-FEE TO WRL-FULL-FEE.
           MOVE IV-REDUCTION-PERCENT TO WRL-PERCENT.
           MOVE IV-EXEMPTION-CATEGORY TO WRL-CATEGORY.
           MOVE "EXEMPTION" TO WS-CODE-CHECK-TABLE.
           MOVE IV-EXEMPTION-CATEGORY TO WS-CODE-CHECK-CODE.
           MOVE IV-INVOICE-DATE TO WS-CODE-CHECK-DATE.
           PERFORM CHECK-TABLE-CODE.
           MOVE WS-CODE-DESCRIPTION TO WRL-DESCRIPTION.
           MOVE IV-REDUCTION TO WRL-REDUCTION.
           MOVE WS-REDUCTION-LINE TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.

       PRINT-STATEMENT-TOTALS SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "Open invoices:" TO WSM-LABEL.
           MOVE WS-OPEN-COUNT TO WSM-COUNT.
           MOVE WS-OPEN-TOTAL TO WSM-AMOUNT.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "Under installment plan:" TO WSM-LABEL.
           MOVE WS-PLAN-COUNT TO WSM-COUNT.
           MOVE WS-PLAN-TOTAL TO WSM-AMOUNT.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "Paid invoices:" TO WSM-LABEL.
           MOVE WS-PAID-COUNT TO WSM-COUNT.
           MOVE WS-PAID-TOTAL TO WSM-AMOUNT.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-REDUCED-COUNT > 0
               MOVE "Reduced by exemptions:" TO WSM-LABEL
               MOVE WS-REDUCED-COUNT TO WSM-COUNT
               MOVE WS-REDUCED-TOTAL TO WSM-AMOUNT
               MOVE WS-SUM-LINE TO REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "Cancelled invoices:     " DELIMITED BY SIZE
               WS-CANCELLED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE SECTION.
           DISPLAY REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "ACCOUNT STATEMENT" TO RI-REPORT-NAME.
           MOVE "REQUESTER-STATEMENT" TO RI-PROGRAM-NAME.
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

       COPY "CODE-TABLE-CHECK".

       END PROGRAM REQUESTER-STATEMENT.
