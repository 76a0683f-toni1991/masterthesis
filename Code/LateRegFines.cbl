       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-REG-FINES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ResidenceHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-HISTORY-STATUS.
       SELECT FineScaleFile
          ASSIGN TO "finescale.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-FINE-SCALE-STATUS.
       SELECT LateFineFile
          ASSIGN TO "latefines.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LATE-FINE-STATUS.
       SELECT ApprovalQueueFile
          ASSIGN TO "approvalqueue.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
       SELECT InvoiceRegisterFile
          ASSIGN TO "invoiceregister.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IV-INVOICE-NUMBER
          ALTERNATE RECORD KEY IS IV-REQUESTER WITH DUPLICATES
          ALTERNATE RECORD KEY IS IV-INVOICE-DATE WITH DUPLICATES
          FILE STATUS IS WS-INVOICE-REGISTER-STATUS.
       SELECT InvoiceNumberFile
          ASSIGN TO "invoicenumber.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INVOICE-NUMBER-STATUS.
       SELECT OperatorMasterFile
          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       FD FineScaleFile.
       01 FINE-SCALE-RECORD.
           05 FSC-RECORD-TYPE PIC X.
               88 FSC-PERIOD VALUE "P".
               88 FSC-BAND VALUE "B".
           05 FSC-DAYS PIC 9(4).
           05 FSC-AMOUNT PIC 9(5)V99.

       FD LateFineFile.
       COPY "LATE-FINE".

       FD ApprovalQueueFile.
       COPY "APPROVAL-QUEUE".

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD InvoiceNumberFile.
       01 INVOICE-NUMBER-RECORD.
           05 IN-NEXT-NUMBER PIC 9(6).

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       COPY "APPROVAL-WS".
       COPY "RESIDENCE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-FINE-SCALE-STATUS PIC X(2).
       01 WS-LATE-FINE-STATUS PIC X(2).
       COPY "INVOICE-REGISTER-WS".
       01 WS-INVOICE-NUMBER-STATUS PIC X(2).
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
           88 FN-PROPOSE VALUE "P" "p".
           88 FN-BILL VALUE "B" "b".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-FINE-SERVICE-CODE PIC X(4) VALUE "LREG".
       01 SCALE-EOF-SWITCH PIC X VALUE "N".
           88 SCALE-EOF VALUE "Y".
       01 WS-PERIOD-DAYS PIC 9(4) VALUE 14.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
               10 T-BAND-DAYS PIC 9(4).
               10 T-BAND-AMOUNT PIC 9(5)V99.
       01 WS-BAND-COUNT PIC 9(2) VALUE 0.
       01 WS-BAND-IDX PIC 9(2).
       01 WS-BAND-FOUND-DAYS PIC 9(4).
       01 WS-FINE-AMOUNT PIC 9(5)V99.
       01 FINE-EOF-SWITCH PIC X VALUE "N".
           88 FINE-EOF VALUE "Y".
       01 WS-FINE-OVERFLOW-SWITCH PIC X VALUE "N".
           88 FINE-TABLE-OVERFLOW VALUE "Y".
       01 WS-FINE-TABLE.
           05 WS-FINE-ENTRY PIC X(54) OCCURS 2000 TIMES.
       01 WS-FINE-COUNT PIC 9(4) VALUE 0.
       01 WS-FINE-IDX PIC 9(4).
       01 WS-FINE-KNOWN-SWITCH PIC X VALUE "N".
           88 FINE-ALREADY-KNOWN VALUE "Y".
       01 WS-QUEUE-FULL-SWITCH PIC X VALUE "N".
           88 QUEUE-FULL VALUE "Y".
       01 WS-AQ-COUNT-BEFORE PIC 9(3).
       01 WS-REGISTERED-DATE PIC 9(8).
       01 WS-MOVE-DAY-NUMBER PIC 9(8).
       01 WS-REG-DAY-NUMBER PIC 9(8).
       01 WS-DAYS-LATE PIC S9(8).
       COPY "DAY-NUMBER-WS".
       01 WS-NEXT-INVOICE-NUMBER PIC 9(6) VALUE 0.
       01 WS-PROPOSED-COUNT PIC 9(6) VALUE 0.
       01 WS-BILLED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-WAITING-COUNT PIC 9(6) VALUE 0.
       01 WS-DISPLAY-AMOUNT PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "LATE-REGISTRATION FINE RUN".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Fine processing requires update authority "
                   "- run refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Function (P=propose fines, "
               "B=bill approved fines): " WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-FINE-REGISTER.
           IF FINE-TABLE-OVERFLOW
               DISPLAY "More than 2000 entries in the fine register - "
                   "run refused, the file would be truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-APPROVAL-QUEUE.
           EVALUATE TRUE
               WHEN FN-PROPOSE PERFORM PROPOSE-LATE-FINES
               WHEN FN-BILL PERFORM BILL-APPROVED-FINES
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       PROPOSE-LATE-FINES SECTION.
           PERFORM LOAD-FINE-SCALE.
           IF WS-BAND-COUNT = 0
               DISPLAY "No fine scale on file - no fines proposed."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Statutory registration period: " WS-PERIOD-DAYS
               " days.".
           OPEN INPUT ResidenceHistoryFile.
           IF WS-RESIDENCE-HISTORY-STATUS = "35"
               DISPLAY "No residence history on file."
               GOBACK
           END-IF.
           DISPLAY "PERSON MOVED   REGISTD  DAYS    FINE".
           PERFORM UNTIL RESIDENCE-EOF OR QUEUE-FULL
               READ ResidenceHistoryFile
                   AT END SET RESIDENCE-EOF TO TRUE
               END-READ
               IF NOT RESIDENCE-EOF
                   AND RH-REGISTERED-ADDRESS
                   AND RH-EFFECTIVE-DATE > 0
                   AND RH-TIMESTAMP > 0
                   PERFORM CHECK-ONE-REGISTRATION
               END-IF
           END-PERFORM.
           CLOSE ResidenceHistoryFile.
           PERFORM SAVE-FINE-REGISTER.
           DISPLAY " ".
           DISPLAY "Fines proposed for approval: " WS-PROPOSED-COUNT.

       CHECK-ONE-REGISTRATION SECTION.
           MOVE RH-TIMESTAMP(1:8) TO WS-REGISTERED-DATE.
           MOVE 0 TO WS-DAYS-LATE.
           IF WS-REGISTERED-DATE > RH-EFFECTIVE-DATE
               MOVE RH-EFFECTIVE-DATE TO WS-DN-DATE
               PERFORM DATE-TO-DAY-NUMBER
               MOVE WS-DN-DAYS TO WS-MOVE-DAY-NUMBER
               IF DN-DATE-VALID
                   MOVE WS-REGISTERED-DATE TO WS-DN-DATE
                   PERFORM DATE-TO-DAY-NUMBER
                   MOVE WS-DN-DAYS TO WS-REG-DAY-NUMBER
                   IF DN-DATE-VALID
                       COMPUTE WS-DAYS-LATE = WS-REG-DAY-NUMBER
                           - WS-MOVE-DAY-NUMBER - WS-PERIOD-DAYS
                   END-IF
               END-IF
           END-IF.
           IF WS-DAYS-LATE > 0
               IF WS-DAYS-LATE > 9999
                   MOVE 9999 TO WS-DAYS-LATE
               END-IF
               PERFORM FIND-FINE-BAND
               IF WS-FINE-AMOUNT > 0
                   PERFORM CHECK-FINE-KNOWN
                   IF NOT FINE-ALREADY-KNOWN
                       PERFORM PROPOSE-ONE-FINE
                   END-IF
               END-IF
           END-IF.

       PROPOSE-ONE-FINE SECTION.
           IF WS-FINE-COUNT = 2000
               DISPLAY "Fine register is full - proposing stopped "
                   "short."
               MOVE 2 TO RETURN-CODE
               SET QUEUE-FULL TO TRUE
           ELSE
               MOVE WS-AQ-COUNT TO WS-AQ-COUNT-BEFORE
               MOVE "L" TO WS-AQ-WANT-ACTION
               MOVE RH-PERSON-ID TO WS-AQ-WANT-ID
               MOVE 0 TO WS-AQ-WANT-ID-2
               PERFORM FILE-APPROVAL-REQUEST
               IF WS-AQ-COUNT = WS-AQ-COUNT-BEFORE
                   MOVE 2 TO RETURN-CODE
                   SET QUEUE-FULL TO TRUE
               ELSE
                   MOVE RH-PERSON-ID TO LF-PERSON-ID
                   MOVE RH-EFFECTIVE-DATE TO LF-MOVE-DATE
                   MOVE WS-REGISTERED-DATE TO LF-REGISTERED-DATE
                   MOVE WS-DAYS-LATE TO LF-DAYS-LATE
                   MOVE WS-FINE-AMOUNT TO LF-AMOUNT
                   SET LF-PROPOSED TO TRUE
                   MOVE WS-AQ-NEXT-ID TO LF-REQUEST-ID
                   MOVE 0 TO LF-INVOICE-NUMBER
                   MOVE WS-SIGNON-ID TO LF-PROPOSED-BY
                   ADD 1 TO WS-FINE-COUNT
                   MOVE LATE-FINE-RECORD TO WS-FINE-ENTRY(WS-FINE-COUNT)
                   ADD 1 TO WS-PROPOSED-COUNT
                   MOVE WS-FINE-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY RH-PERSON-ID " " RH-EFFECTIVE-DATE " "
                       WS-REGISTERED-DATE " " LF-DAYS-LATE " "
                       WS-DISPLAY-AMOUNT
               END-IF
           END-IF.

       FIND-FINE-BAND SECTION.
           MOVE 0 TO WS-FINE-AMOUNT.
           MOVE 0 TO WS-BAND-FOUND-DAYS.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
               IF T-BAND-DAYS(WS-BAND-IDX) NOT > WS-DAYS-LATE
                   AND T-BAND-DAYS(WS-BAND-IDX)
                       NOT < WS-BAND-FOUND-DAYS
                   MOVE T-BAND-DAYS(WS-BAND-IDX)
                       TO WS-BAND-FOUND-DAYS
                   MOVE T-BAND-AMOUNT(WS-BAND-IDX) TO WS-FINE-AMOUNT
               END-IF
           END-PERFORM.

       CHECK-FINE-KNOWN SECTION.
           MOVE "N" TO WS-FINE-KNOWN-SWITCH.
           PERFORM VARYING WS-FINE-IDX FROM 1 BY 1
                   UNTIL WS-FINE-IDX > WS-FINE-COUNT
               MOVE WS-FINE-ENTRY(WS-FINE-IDX) TO LATE-FINE-RECORD
               IF LF-PERSON-ID = RH-PERSON-ID
                   AND LF-MOVE-DATE = RH-EFFECTIVE-DATE
                   SET FINE-ALREADY-KNOWN TO TRUE
               END-IF
           END-PERFORM.

       COPY "DAY-NUMBER".

       BILL-APPROVED-FINES SECTION.
           IF WS-FINE-COUNT = 0
               DISPLAY "No fines on file."
               GOBACK
           END-IF.
           PERFORM OPEN-INVOICE-REGISTER.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-NEXT-INVOICE-NUMBER.
           PERFORM VARYING WS-FINE-IDX FROM 1 BY 1
                   UNTIL WS-FINE-IDX > WS-FINE-COUNT
               MOVE WS-FINE-ENTRY(WS-FINE-IDX) TO LATE-FINE-RECORD
               IF LF-PROPOSED
                   PERFORM SETTLE-ONE-FINE
                   MOVE LATE-FINE-RECORD TO WS-FINE-ENTRY(WS-FINE-IDX)
               END-IF
           END-PERFORM.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM SAVE-NEXT-INVOICE-NUMBER.
           PERFORM SAVE-APPROVAL-QUEUE.
           PERFORM SAVE-FINE-REGISTER.
           DISPLAY "Fines billed: " WS-BILLED-COUNT
               " rejected: " WS-REJECTED-COUNT
               " awaiting decision: " WS-WAITING-COUNT.

       SETTLE-ONE-FINE SECTION.
           MOVE 0 TO WS-AQ-FOUND-IDX.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF T-AQ-REQUEST-ID(WS-AQ-IDX) = LF-REQUEST-ID
                   AND T-AQ-ACTION(WS-AQ-IDX) = "L"
                   MOVE WS-AQ-IDX TO WS-AQ-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-AQ-FOUND-IDX = 0
               ADD 1 TO WS-WAITING-COUNT
           ELSE
               EVALUATE T-AQ-STATUS(WS-AQ-FOUND-IDX)
                   WHEN "A"
                       PERFORM RAISE-FINE-INVOICE
                   WHEN "R"
                       SET LF-REJECTED TO TRUE
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-WAITING-COUNT
               END-EVALUATE
           END-IF.

       RAISE-FINE-INVOICE SECTION.
           ADD 1 TO WS-NEXT-INVOICE-NUMBER.
           MOVE WS-NEXT-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
           MOVE WS-FINE-SERVICE-CODE TO IV-SERVICE-CODE.
           MOVE SPACES TO IV-REQUESTER.
           MOVE LF-PERSON-ID TO IV-REQUESTER(1:6).
           MOVE SPACES TO IV-REFERENCE.
           STRING "LATE REGISTRATION " DELIMITED BY SIZE
               LF-PERSON-ID DELIMITED BY SIZE
               " MOVED " DELIMITED BY SIZE
               LF-MOVE-DATE DELIMITED BY SIZE
               INTO IV-REFERENCE
           END-STRING.
           MOVE WS-RUN-DATE TO IV-INVOICE-DATE.
           MOVE LF-AMOUNT TO IV-AMOUNT.
           MOVE LF-AMOUNT TO IV-FULL-FEE.
           MOVE 0 TO IV-REDUCTION.
           MOVE 0 TO IV-REDUCTION-PERCENT.
           MOVE SPACES TO IV-EXEMPTION-CATEGORY.
           MOVE "N" TO IV-PAID-FLAG.
           MOVE 0 TO IV-PAID-DATE.
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Invoice number " WS-NEXT-INVOICE-NUMBER
                       " already on the register - fine for "
                       "PERSON-ID " LF-PERSON-ID " not billed."
                   MOVE 2 TO RETURN-CODE
                   ADD 1 TO WS-WAITING-COUNT
               NOT INVALID KEY
                   MOVE "X" TO T-AQ-STATUS(WS-AQ-FOUND-IDX)
                   SET LF-BILLED TO TRUE
                   MOVE WS-NEXT-INVOICE-NUMBER TO LF-INVOICE-NUMBER
                   ADD 1 TO WS-BILLED-COUNT
                   DISPLAY "Invoice " WS-NEXT-INVOICE-NUMBER
                       " raised for PERSON-ID " LF-PERSON-ID "."
           END-WRITE.

       LOAD-FINE-SCALE SECTION.
           MOVE 0 TO WS-BAND-COUNT.
           OPEN INPUT FineScaleFile.
           IF WS-FINE-SCALE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL SCALE-EOF
                   READ FineScaleFile
                       AT END SET SCALE-EOF TO TRUE
                   END-READ
                   IF NOT SCALE-EOF
                       EVALUATE TRUE
                           WHEN FSC-PERIOD
                               MOVE FSC-DAYS TO WS-PERIOD-DAYS
                           WHEN FSC-BAND
                               IF WS-BAND-COUNT < 20
                                   ADD 1 TO WS-BAND-COUNT
                                   MOVE FSC-DAYS
                                       TO T-BAND-DAYS(WS-BAND-COUNT)
                                   MOVE FSC-AMOUNT
                                       TO T-BAND-AMOUNT(WS-BAND-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE FineScaleFile
           END-IF.

       LOAD-FINE-REGISTER SECTION.
           MOVE 0 TO WS-FINE-COUNT.
           OPEN INPUT LateFineFile.
           IF WS-LATE-FINE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FINE-EOF
                   READ LateFineFile
                       AT END SET FINE-EOF TO TRUE
                   END-READ
                   IF NOT FINE-EOF
                       IF WS-FINE-COUNT = 2000
                           SET FINE-TABLE-OVERFLOW TO TRUE
                           SET FINE-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-FINE-COUNT
                           MOVE LATE-FINE-RECORD
                               TO WS-FINE-ENTRY(WS-FINE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LateFineFile
           END-IF.

       SAVE-FINE-REGISTER SECTION.
           OPEN OUTPUT LateFineFile.
           PERFORM VARYING WS-FINE-IDX FROM 1 BY 1
                   UNTIL WS-FINE-IDX > WS-FINE-COUNT
               MOVE WS-FINE-ENTRY(WS-FINE-IDX) TO LATE-FINE-RECORD
               WRITE LATE-FINE-RECORD
           END-PERFORM.
           CLOSE LateFineFile.

       LOAD-NEXT-INVOICE-NUMBER SECTION.
           MOVE 0 TO WS-NEXT-INVOICE-NUMBER.
           OPEN INPUT InvoiceNumberFile.
           IF WS-INVOICE-NUMBER-STATUS = "35"
               CONTINUE
           ELSE
               READ InvoiceNumberFile
                   AT END CONTINUE
                   NOT AT END
                       IF IN-NEXT-NUMBER IS NUMERIC
                           MOVE IN-NEXT-NUMBER
                               TO WS-NEXT-INVOICE-NUMBER
                       END-IF
               END-READ
               CLOSE InvoiceNumberFile
           END-IF.

       SAVE-NEXT-INVOICE-NUMBER SECTION.
           MOVE WS-NEXT-INVOICE-NUMBER TO IN-NEXT-NUMBER.
           OPEN OUTPUT InvoiceNumberFile.
           WRITE INVOICE-NUMBER-RECORD.
           CLOSE InvoiceNumberFile.

       COPY "INVOICE-REGISTER-OPEN".

       COPY "APPROVAL".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM LATE-REG-FINES.
