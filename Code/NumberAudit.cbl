       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBER-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VoidRegisterFile
          ASSIGN TO "voidregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-VOID-REGISTER-STATUS.
       SELECT CertNumberFile
          ASSIGN TO "certnumber.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CERT-NUMBER-STATUS.
       SELECT CertRegisterFile
          ASSIGN TO "certregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CERT-REGISTER-STATUS.
       SELECT InvoiceNumberFile
          ASSIGN TO "invoicenumber.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INVOICE-NUMBER-STATUS.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT AuditReportFile
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
       FD VoidRegisterFile.
       COPY "VOID-REGISTER".

       FD CertNumberFile.
       01 CERT-NUMBER-RECORD.
           05 CN-NEXT-NUMBER PIC 9(6).

       FD CertRegisterFile.
       COPY "CERT-REGISTER".

       FD InvoiceNumberFile.
       01 INVOICE-NUMBER-RECORD.
           05 IN-NEXT-NUMBER PIC 9(6).

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD AuditReportFile.
       01 REPORT-LINE PIC X(80).

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       01 WS-VOID-REGISTER-STATUS PIC X(2).
       01 WS-CERT-NUMBER-STATUS PIC X(2).
       01 WS-CERT-REGISTER-STATUS PIC X(2).
       01 WS-INVOICE-NUMBER-STATUS PIC X(2).
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
       01 WS-REPORT-FILE-NAME PIC X(40).
       01 WS-FUNCTION PIC X.
           88 FN-VOID VALUE "V" "v".
           88 FN-LIST VALUE "L" "l".
           88 FN-AUDIT VALUE "A" "a".
       01 WS-RUN-DATE PIC 9(8).
       01 VOID-EOF-SWITCH PIC X VALUE "N".
           88 VOID-EOF VALUE "Y".
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
           88 REGISTER-EOF VALUE "Y".
       01 WS-VOID-TABLE.
           05 WS-VD-ENTRY PIC X(63) OCCURS 1000 TIMES.
       01 WS-VD-COUNT PIC 9(4) VALUE 0.
       01 WS-VD-IDX PIC 9(4).
       01 WS-NUMBER-TABLE.
           05 WS-NUM-ENTRY PIC 9(6) OCCURS 5000 TIMES.
       01 WS-NUM-COUNT PIC 9(4) VALUE 0.
       01 WS-NUM-IDX PIC 9(4).
       01 WS-NUM-SHIFT-IDX PIC 9(4).
       01 WS-NUM-OVERFLOW PIC 9(6) VALUE 0.
       01 WS-NEW-NUMBER PIC 9(6).
       01 WS-WANT-TYPE PIC X.
           88 WANT-CERTIFICATE VALUE "C".
           88 WANT-INVOICE VALUE "I".
       01 WS-WANT-NUMBER PIC 9(6).
       01 WS-CONTROL-NUMBER PIC 9(6).
       01 WS-PREVIOUS-NUMBER PIC 9(6).
       01 WS-CHECK-NUMBER PIC 9(6).
       01 WS-GAP-LIMIT PIC 9(6).
       01 WS-RUN-START PIC 9(6).
       01 WS-RUN-END PIC 9(6).
       01 WS-DUPLICATE-NUMBER PIC 9(6).
       01 WS-VOID-FOUND-SWITCH PIC X VALUE "N".
           88 NUMBER-IS-VOID VALUE "Y".
       01 WS-RANGE-NAME PIC X(12).
       01 WS-GAP-COUNT PIC 9(6) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01 WS-ABOVE-COUNT PIC 9(6) VALUE 0.
       01 WS-VOID-IN-USE-COUNT PIC 9(6) VALUE 0.
       01 WS-VOIDED-COUNT PIC 9(6) VALUE 0.
       01 WS-FINDING-COUNT PIC 9(6) VALUE 0.
       01 WS-REPORT-LINES PIC 9(6) VALUE 0.
       01 WS-FINDING-LINE.
           05 FL-RANGE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-FINDING PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-FROM PIC 9(6).
           05 FL-DASH PIC X(3).
           05 FL-TO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-NOTE PIC X(31).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NUMBER-AUDIT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Function (V=void a number, L=list voids, "
               "A=audit number ranges): " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-VOID-REGISTER.
           EVALUATE TRUE
               WHEN FN-VOID PERFORM RECORD-VOID
               WHEN FN-LIST PERFORM LIST-VOIDS
               WHEN FN-AUDIT PERFORM AUDIT-RUN
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-VOID-REGISTER SECTION.
           MOVE 0 TO WS-VD-COUNT.
           OPEN INPUT VoidRegisterFile.
           IF WS-VOID-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL VOID-EOF OR WS-VD-COUNT = 1000
                   READ VoidRegisterFile
                       AT END SET VOID-EOF TO TRUE
                   END-READ
                   IF NOT VOID-EOF
                       ADD 1 TO WS-VD-COUNT
                       MOVE VOID-REGISTER-RECORD
                           TO WS-VD-ENTRY(WS-VD-COUNT)
                   END-IF
               END-PERFORM
               CLOSE VoidRegisterFile
           END-IF.

       ASK-NUMBER-TYPE SECTION.
           DISPLAY "Number type (C=certificate, I=invoice): "
               WITH NO ADVANCING.
           ACCEPT WS-WANT-TYPE.
           INSPECT WS-WANT-TYPE CONVERTING "ci" TO "CI".

       RECORD-VOID SECTION.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Operator " WS-SIGNON-ID " may not void "
                   "numbers."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ASK-NUMBER-TYPE.
           IF NOT WANT-CERTIFICATE AND NOT WANT-INVOICE
               DISPLAY "Number type must be C or I."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CONTROL-NUMBER.
           DISPLAY "Number to void: " WITH NO ADVANCING.
           ACCEPT WS-WANT-NUMBER.
           IF WS-WANT-NUMBER NOT NUMERIC OR WS-WANT-NUMBER = 0
               OR WS-WANT-NUMBER > WS-CONTROL-NUMBER
               DISPLAY "Number " WS-WANT-NUMBER " has not been "
                   "issued - last number taken is " WS-CONTROL-NUMBER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-WANT-NUMBER TO WS-CHECK-NUMBER.
           PERFORM CHECK-VOID.
           IF NUMBER-IS-VOID
               DISPLAY "Number " WS-WANT-NUMBER " is already void."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO VOID-REGISTER-RECORD.
           MOVE WS-WANT-TYPE TO VD-NUMBER-TYPE.
           MOVE WS-WANT-NUMBER TO VD-NUMBER.
           MOVE WS-RUN-DATE TO VD-VOID-DATE.
           MOVE WS-SIGNON-ID TO VD-OPERATOR-ID.
           DISPLAY "Reason: " WITH NO ADVANCING.
           ACCEPT VD-REASON.
           IF VD-REASON = SPACES
               DISPLAY "A reason is required."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND VoidRegisterFile.
           IF WS-VOID-REGISTER-STATUS = "35"
               CLOSE VoidRegisterFile
               OPEN OUTPUT VoidRegisterFile
           END-IF.
           WRITE VOID-REGISTER-RECORD.
           CLOSE VoidRegisterFile.
           DISPLAY "Number " VD-NUMBER " recorded as void.".

       LIST-VOIDS SECTION.
           PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                   UNTIL WS-VD-IDX > WS-VD-COUNT
               MOVE WS-VD-ENTRY(WS-VD-IDX) TO VOID-REGISTER-RECORD
               DISPLAY VD-NUMBER-TYPE " " VD-NUMBER " " VD-VOID-DATE
                   " " VD-OPERATOR-ID " " VD-REASON
           END-PERFORM.
           DISPLAY "Void numbers on file: " WS-VD-COUNT.

       CHECK-VOID SECTION.
           MOVE "N" TO WS-VOID-FOUND-SWITCH.
           PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                   UNTIL WS-VD-IDX > WS-VD-COUNT
               MOVE WS-VD-ENTRY(WS-VD-IDX) TO VOID-REGISTER-RECORD
               IF VD-NUMBER-TYPE = WS-WANT-TYPE
                   AND VD-NUMBER = WS-CHECK-NUMBER
                   SET NUMBER-IS-VOID TO TRUE
               END-IF
           END-PERFORM.

       LOAD-CONTROL-NUMBER SECTION.
           MOVE 0 TO WS-CONTROL-NUMBER.
           IF WANT-CERTIFICATE
               OPEN INPUT CertNumberFile
               IF WS-CERT-NUMBER-STATUS NOT = "35"
                   READ CertNumberFile
                       AT END CONTINUE
                       NOT AT END
                           IF CN-NEXT-NUMBER IS NUMERIC
                               MOVE CN-NEXT-NUMBER
                                   TO WS-CONTROL-NUMBER
                           END-IF
                   END-READ
                   CLOSE CertNumberFile
               END-IF
           ELSE
               OPEN INPUT InvoiceNumberFile
               IF WS-INVOICE-NUMBER-STATUS NOT = "35"
                   READ InvoiceNumberFile
                       AT END CONTINUE
                       NOT AT END
                           IF IN-NEXT-NUMBER IS NUMERIC
                               MOVE IN-NEXT-NUMBER
                                   TO WS-CONTROL-NUMBER
                           END-IF
                   END-READ
                   CLOSE InvoiceNumberFile
               END-IF
           END-IF.

       AUDIT-RUN SECTION.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "numberaudit." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING.
           OPEN OUTPUT AuditReportFile.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMBER RANGE AUDIT  " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "C" TO WS-WANT-TYPE.
           MOVE "CERTIFICATE" TO WS-RANGE-NAME.
           PERFORM LOAD-CONTROL-NUMBER.
           PERFORM LOAD-CERT-NUMBERS.
           PERFORM AUDIT-ONE-RANGE.
           MOVE "I" TO WS-WANT-TYPE.
           MOVE "INVOICE" TO WS-RANGE-NAME.
           PERFORM LOAD-CONTROL-NUMBER.
           PERFORM LOAD-INVOICE-NUMBERS.
           PERFORM AUDIT-ONE-RANGE.
           COMPUTE WS-FINDING-COUNT = WS-GAP-COUNT
               + WS-DUPLICATE-COUNT + WS-ABOVE-COUNT
               + WS-VOID-IN-USE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GAPS " DELIMITED BY SIZE
               WS-GAP-COUNT DELIMITED BY SIZE
               "  DUPLICATES " DELIMITED BY SIZE
               WS-DUPLICATE-COUNT DELIMITED BY SIZE
               "  ABOVE CONTROL " DELIMITED BY SIZE
               WS-ABOVE-COUNT DELIMITED BY SIZE
               "  VOID IN USE " DELIMITED BY SIZE
               WS-VOID-IN-USE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VOID NUMBERS ACCOUNTED FOR " DELIMITED BY SIZE
               WS-VOIDED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           CLOSE AuditReportFile.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Gaps:            " WS-GAP-COUNT.
           DISPLAY "Duplicates:      " WS-DUPLICATE-COUNT.
           DISPLAY "Above control:   " WS-ABOVE-COUNT.
           DISPLAY "Void but in use: " WS-VOID-IN-USE-COUNT.
           IF WS-FINDING-COUNT > 0
               DISPLAY "NUMBERING EXCEPTIONS FOUND - see "
                   WS-REPORT-FILE-NAME
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Number ranges are complete."
           END-IF.

       LOAD-CERT-NUMBERS SECTION.
           MOVE 0 TO WS-NUM-COUNT.
           MOVE 0 TO WS-NUM-OVERFLOW.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           OPEN INPUT CertRegisterFile.
           IF WS-CERT-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ CertRegisterFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF
                       MOVE CR-CERT-NUMBER TO WS-NEW-NUMBER
                       PERFORM INSERT-NUMBER
                   END-IF
               END-PERFORM
               CLOSE CertRegisterFile
           END-IF.

       LOAD-INVOICE-NUMBERS SECTION.
           MOVE 0 TO WS-NUM-COUNT.
           MOVE 0 TO WS-NUM-OVERFLOW.
           PERFORM OPEN-INVOICE-REGISTER-INPUT.
           PERFORM START-INVOICE-SCAN.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL IV-SCAN-EOF
               MOVE IV-INVOICE-NUMBER TO WS-NEW-NUMBER
               PERFORM INSERT-NUMBER
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           PERFORM CLOSE-INVOICE-REGISTER.

       INSERT-NUMBER SECTION.
           IF WS-NEW-NUMBER NOT NUMERIC
               MOVE 0 TO WS-NEW-NUMBER
           END-IF.
           IF WS-NUM-COUNT = 5000
               ADD 1 TO WS-NUM-OVERFLOW
           ELSE
               MOVE WS-NUM-COUNT TO WS-NUM-IDX
               PERFORM UNTIL WS-NUM-IDX = 0
                   OR WS-NUM-ENTRY(WS-NUM-IDX) NOT > WS-NEW-NUMBER
                   COMPUTE WS-NUM-SHIFT-IDX = WS-NUM-IDX + 1
                   MOVE WS-NUM-ENTRY(WS-NUM-IDX)
                       TO WS-NUM-ENTRY(WS-NUM-SHIFT-IDX)
                   SUBTRACT 1 FROM WS-NUM-IDX
               END-PERFORM
               COMPUTE WS-NUM-SHIFT-IDX = WS-NUM-IDX + 1
               MOVE WS-NEW-NUMBER TO WS-NUM-ENTRY(WS-NUM-SHIFT-IDX)
               ADD 1 TO WS-NUM-COUNT
           END-IF.

       AUDIT-ONE-RANGE SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-RANGE-NAME DELIMITED BY SPACE
               " NUMBERS  LAST TAKEN " DELIMITED BY SIZE
               WS-CONTROL-NUMBER DELIMITED BY SIZE
               "  IN REGISTER " DELIMITED BY SIZE
               WS-NUM-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-NUM-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  REGISTER TOO LARGE - " DELIMITED BY SIZE
                   WS-NUM-OVERFLOW DELIMITED BY SIZE
                   " ENTRIES NOT AUDITED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE 2 TO RETURN-CODE
           END-IF.
           MOVE 0 TO WS-PREVIOUS-NUMBER.
           MOVE 999999 TO WS-DUPLICATE-NUMBER.
           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                   UNTIL WS-NUM-IDX > WS-NUM-COUNT
               PERFORM CHECK-ONE-NUMBER
           END-PERFORM.
           IF WS-PREVIOUS-NUMBER < WS-CONTROL-NUMBER
               MOVE WS-CONTROL-NUMBER TO WS-GAP-LIMIT
               PERFORM REPORT-GAP
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       CHECK-ONE-NUMBER SECTION.
           MOVE WS-NUM-ENTRY(WS-NUM-IDX) TO WS-CHECK-NUMBER.
           IF WS-NUM-IDX > 1
               AND WS-CHECK-NUMBER = WS-PREVIOUS-NUMBER
               IF WS-CHECK-NUMBER NOT = WS-DUPLICATE-NUMBER
                   MOVE WS-CHECK-NUMBER TO WS-DUPLICATE-NUMBER
                   MOVE "DUPLICATE" TO FL-FINDING
                   MOVE WS-CHECK-NUMBER TO FL-FROM
                   MOVE SPACES TO FL-DASH
                   MOVE SPACES TO FL-TO
                   MOVE "NUMBER USED MORE THAN ONCE" TO FL-NOTE
                   PERFORM WRITE-FINDING
                   ADD 1 TO WS-DUPLICATE-COUNT
               END-IF
           ELSE
               IF WS-PREVIOUS-NUMBER < WS-CONTROL-NUMBER
                   AND WS-CHECK-NUMBER > WS-PREVIOUS-NUMBER + 1
                   IF WS-CHECK-NUMBER > WS-CONTROL-NUMBER
                       MOVE WS-CONTROL-NUMBER TO WS-GAP-LIMIT
                   ELSE
                       COMPUTE WS-GAP-LIMIT = WS-CHECK-NUMBER - 1
                   END-IF
                   PERFORM REPORT-GAP
                   MOVE WS-NUM-ENTRY(WS-NUM-IDX) TO WS-CHECK-NUMBER
               END-IF
               IF WS-CHECK-NUMBER > WS-CONTROL-NUMBER
                   MOVE "ABOVE CONTROL" TO FL-FINDING
                   MOVE WS-CHECK-NUMBER TO FL-FROM
                   MOVE SPACES TO FL-DASH
                   MOVE SPACES TO FL-TO
                   MOVE "NOT YET TAKEN FROM CONTROL FILE" TO FL-NOTE
                   PERFORM WRITE-FINDING
                   ADD 1 TO WS-ABOVE-COUNT
               END-IF
               PERFORM CHECK-VOID
               IF NUMBER-IS-VOID
                   MOVE "VOID IN USE" TO FL-FINDING
                   MOVE WS-CHECK-NUMBER TO FL-FROM
                   MOVE SPACES TO FL-DASH
                   MOVE SPACES TO FL-TO
                   MOVE "VOIDED NUMBER FOUND IN REGISTER" TO FL-NOTE
                   PERFORM WRITE-FINDING
                   ADD 1 TO WS-VOID-IN-USE-COUNT
               END-IF
           END-IF.
           MOVE WS-CHECK-NUMBER TO WS-PREVIOUS-NUMBER.

       REPORT-GAP SECTION.
           MOVE 0 TO WS-RUN-START.
           COMPUTE WS-CHECK-NUMBER = WS-PREVIOUS-NUMBER + 1.
           PERFORM UNTIL WS-CHECK-NUMBER > WS-GAP-LIMIT
               PERFORM CHECK-VOID
               IF NUMBER-IS-VOID
                   ADD 1 TO WS-VOIDED-COUNT
                   IF WS-RUN-START > 0
                       PERFORM WRITE-GAP-RUN
                   END-IF
               ELSE
                   IF WS-RUN-START = 0
                       MOVE WS-CHECK-NUMBER TO WS-RUN-START
                   END-IF
                   MOVE WS-CHECK-NUMBER TO WS-RUN-END
               END-IF
               ADD 1 TO WS-CHECK-NUMBER
           END-PERFORM.
           IF WS-RUN-START > 0
               PERFORM WRITE-GAP-RUN
           END-IF.

       WRITE-GAP-RUN SECTION.
           MOVE "GAP" TO FL-FINDING.
           MOVE WS-RUN-START TO FL-FROM.
           MOVE " - " TO FL-DASH.
           MOVE WS-RUN-END TO FL-TO.
           MOVE "NOT IN REGISTER AND NOT VOID" TO FL-NOTE.
           PERFORM WRITE-FINDING.
           COMPUTE WS-GAP-COUNT = WS-GAP-COUNT
               + WS-RUN-END - WS-RUN-START + 1.
           MOVE 0 TO WS-RUN-START.

       WRITE-FINDING SECTION.
           MOVE WS-RANGE-NAME TO FL-RANGE.
           MOVE WS-FINDING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE SECTION.
           WRITE REPORT-LINE.
           ADD 1 TO WS-REPORT-LINES.

       LOG-REPORT-INDEX SECTION.
           MOVE "NUMBER AUDIT" TO RI-REPORT-NAME.
           MOVE "NUMBER-AUDIT" TO RI-PROGRAM-NAME.
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

       COPY "SIGN-ON".

       END PROGRAM NUMBER-AUDIT.
