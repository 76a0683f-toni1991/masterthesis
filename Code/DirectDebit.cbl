       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECT-DEBIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MandateFile
          ASSIGN TO "ddmandates.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MANDATE-STATUS.
       SELECT CollectionLogFile
          ASSIGN TO "ddcollections.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-COLLECTION-LOG-STATUS.
       SELECT CreditorCardFile
          ASSIGN TO "ddcreditor.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CREDITOR-CARD-STATUS.
       SELECT DebitReturnFile
          ASSIGN TO "ddreturns.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DEBIT-RETURN-STATUS.
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
       SELECT DebitOutFile
          ASSIGN TO DYNAMIC WS-DEBIT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReturnListFile
          ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.
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
       FD MandateFile.
       COPY "DD-MANDATE".

       FD CollectionLogFile.
       COPY "DD-COLLECTION".

       FD CreditorCardFile.
       01 CREDITOR-CARD-RECORD.
           05 CC-CREDITOR-ID PIC X(35).
           05 CC-CREDITOR-NAME PIC X(30).

       FD DebitReturnFile.
       01 DEBIT-RETURN-RECORD.
           05 RJ-INVOICE-NUMBER PIC 9(6).
           05 RJ-RETURN-DATE PIC 9(8).
           05 RJ-REASON-CODE PIC X(4).
           05 RJ-CHARGE PIC 9(3)V99.

       FD InvoiceRegisterFile.
       COPY "INVOICE-REGISTER".

       FD InvoiceNumberFile.
       01 INVOICE-NUMBER-RECORD.
           05 IN-NEXT-NUMBER PIC 9(6).

       FD DebitOutFile.
       01 DEBIT-LINE PIC X(160).
       01 DEBIT-HEADER-RECORD REDEFINES DEBIT-LINE.
           05 DH-RECORD-TYPE PIC X.
           05 DH-FILE-DATE PIC 9(8).
           05 DH-COLLECTION-DATE PIC 9(8).
           05 DH-CREDITOR-ID PIC X(35).
           05 DH-CREDITOR-NAME PIC X(30).
           05 FILLER PIC X(78).
       01 DEBIT-DETAIL-RECORD REDEFINES DEBIT-LINE.
           05 DD-RECORD-TYPE PIC X.
           05 DD-SEQUENCE-TYPE PIC X(4).
           05 DD-MANDATE-REF PIC X(35).
           05 DD-SIGNATURE-DATE PIC 9(8).
           05 DD-ACCOUNT-HOLDER PIC X(30).
           05 DD-IBAN PIC X(34).
           05 DD-BIC PIC X(11).
           05 DD-AMOUNT PIC 9(5)V99.
           05 DD-INVOICE-NUMBER PIC 9(6).
           05 DD-REQUESTER PIC X(8).
           05 FILLER PIC X(16).
       01 DEBIT-TRAILER-RECORD REDEFINES DEBIT-LINE.
           05 DT-RECORD-TYPE PIC X.
           05 DT-RECORD-COUNT PIC 9(6).
           05 DT-AMOUNT-TOTAL PIC 9(10)V99.
           05 FILLER PIC X(141).

       FD ReturnListFile.
       01 LIST-LINE PIC X(80).

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       FD ReportIndexFile.
       COPY "REPORT-INDEX".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       WORKING-STORAGE SECTION.
       01 WS-MANDATE-STATUS PIC X(2).
       01 WS-COLLECTION-LOG-STATUS PIC X(2).
       01 WS-CREDITOR-CARD-STATUS PIC X(2).
       01 WS-DEBIT-RETURN-STATUS PIC X(2).
       COPY "INVOICE-REGISTER-WS".
       01 WS-INVOICE-NUMBER-STATUS PIC X(2).
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
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
       01 WS-DEBIT-FILE-NAME PIC X(40).
       01 WS-LIST-FILE-NAME PIC X(40).
       01 WS-FUNCTION PIC X.
           88 FN-MAINTAIN VALUE "M" "m".
           88 FN-REVOKE VALUE "X" "x".
           88 FN-LIST VALUE "L" "l".
           88 FN-COLLECT VALUE "C" "c".
           88 FN-RETURNS VALUE "R" "r".
       01 WS-RUN-DATE PIC 9(8).
       01 MANDATE-EOF-SWITCH PIC X VALUE "N".
           88 MANDATE-EOF VALUE "Y".
       01 WS-MD-OVERFLOW-SWITCH PIC X VALUE "N".
           88 MANDATE-TABLE-OVERFLOW VALUE "Y".
       01 COLLECTION-EOF-SWITCH PIC X VALUE "N".
           88 COLLECTION-EOF VALUE "Y".
       01 RETURN-EOF-SWITCH PIC X VALUE "N".
           88 RETURN-EOF VALUE "Y".
       01 WS-MANDATE-TABLE.
           05 WS-MD-ENTRY PIC X(135) OCCURS 200 TIMES.
       01 WS-MD-COUNT PIC 9(3) VALUE 0.
       01 WS-MD-IDX PIC 9(3).
       01 WS-MD-FOUND-IDX PIC 9(3).
       01 WS-COLLECTION-TABLE.
           05 WS-DC-ENTRY PIC X(82) OCCURS 2000 TIMES.
       01 WS-DC-COUNT PIC 9(4) VALUE 0.
       01 WS-DC-IDX PIC 9(4).
       01 WS-DC-FOUND-IDX PIC 9(4).
       01 WS-DC-OVERFLOW-SWITCH PIC X VALUE "N".
           88 COLLECTION-LOG-OVERFLOW VALUE "Y".
       01 WS-NEXT-INVOICE-NUMBER PIC 9(6) VALUE 0.
       01 WS-WANT-REQUESTER PIC X(8).
       01 WS-NEW-MANDATE PIC X(135).
       01 WS-ELIGIBLE-SWITCH PIC X VALUE "N".
           88 INVOICE-ELIGIBLE VALUE "Y".
       01 WS-PREVIOUS-RETURN-SWITCH PIC X VALUE "N".
           88 PREVIOUSLY-RETURNED VALUE "Y".
       01 WS-MANDATE-VALID-SWITCH PIC X VALUE "N".
           88 MANDATE-VALID VALUE "Y".
       01 WS-ELIGIBLE-COUNT PIC 9(4) VALUE 0.
       01 WS-DEBIT-COUNT PIC 9(6) VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-DEBIT-HASH PIC 9(12) VALUE 0.
       01 WS-SKIPPED-RETURNED PIC 9(4) VALUE 0.
       01 WS-RETURN-COUNT PIC 9(4) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(4) VALUE 0.
       01 WS-CHARGE-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-LINES PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC ZZZZ9.99.
       01 WS-CHARGE-EDIT PIC ZZ9.99.
       01 WS-RETURN-LINE.
           05 RL-REQUESTER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-INVOICE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-AMOUNT PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-RETURN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-REASON PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-CHARGE PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-NOTE PIC X(28).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DIRECT-DEBIT COLLECTION".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Function (M=maintain mandate, X=revoke mandate, "
               "L=list mandates, C=collection run, R=load returns): "
               WITH NO ADVANCING.
           ACCEPT WS-FUNCTION.
           PERFORM LOAD-MANDATES.
           IF MANDATE-TABLE-OVERFLOW
               DISPLAY "More than 200 mandates on file - run refused, "
                   "the file would be truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN FN-MAINTAIN PERFORM MAINTAIN-MANDATE
               WHEN FN-REVOKE PERFORM REVOKE-MANDATE
               WHEN FN-LIST PERFORM LIST-MANDATES
               WHEN FN-COLLECT PERFORM COLLECTION-RUN
               WHEN FN-RETURNS PERFORM LOAD-DEBIT-RETURNS
               WHEN OTHER
                   DISPLAY "Unknown function."
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-MANDATES SECTION.
           MOVE 0 TO WS-MD-COUNT.
           OPEN INPUT MandateFile.
           IF WS-MANDATE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL MANDATE-EOF
                   READ MandateFile
                       AT END SET MANDATE-EOF TO TRUE
                   END-READ
                   IF NOT MANDATE-EOF
                       IF WS-MD-COUNT = 200
                           SET MANDATE-TABLE-OVERFLOW TO TRUE
                           SET MANDATE-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-MD-COUNT
                           MOVE DD-MANDATE-RECORD
                               TO WS-MD-ENTRY(WS-MD-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MandateFile
           END-IF.

       SAVE-MANDATES SECTION.
           OPEN OUTPUT MandateFile.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               MOVE WS-MD-ENTRY(WS-MD-IDX) TO DD-MANDATE-RECORD
               WRITE DD-MANDATE-RECORD
           END-PERFORM.
           CLOSE MandateFile.

       FIND-MANDATE SECTION.
           MOVE 0 TO WS-MD-FOUND-IDX.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               MOVE WS-MD-ENTRY(WS-MD-IDX) TO DD-MANDATE-RECORD
               IF MD-REQUESTER = WS-WANT-REQUESTER
                   MOVE WS-MD-IDX TO WS-MD-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-MD-FOUND-IDX > 0
               MOVE WS-MD-ENTRY(WS-MD-FOUND-IDX) TO DD-MANDATE-RECORD
           END-IF.

       ASK-REQUESTER SECTION.
           DISPLAY "Requester: " WITH NO ADVANCING.
           ACCEPT WS-WANT-REQUESTER.
           INSPECT WS-WANT-REQUESTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM FIND-MANDATE.

       MAINTAIN-MANDATE SECTION.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Operator " WS-SIGNON-ID " may not maintain "
                   "mandates."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ASK-REQUESTER.
           IF WS-WANT-REQUESTER = SPACES
               DISPLAY "A requester is required."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MD-FOUND-IDX > 0
               PERFORM SHOW-MANDATE
           ELSE
               MOVE SPACES TO DD-MANDATE-RECORD
               MOVE WS-WANT-REQUESTER TO MD-REQUESTER
               MOVE 0 TO MD-LAST-COLLECTED
           END-IF.
           DISPLAY "Mandate reference: " WITH NO ADVANCING.
           ACCEPT MD-MANDATE-REF.
           DISPLAY "Signature date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT MD-SIGNATURE-DATE.
           DISPLAY "Account holder: " WITH NO ADVANCING.
           ACCEPT MD-ACCOUNT-HOLDER.
           DISPLAY "IBAN: " WITH NO ADVANCING.
           ACCEPT MD-IBAN.
           DISPLAY "BIC: " WITH NO ADVANCING.
           ACCEPT MD-BIC.
           INSPECT MD-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT MD-BIC CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM CHECK-MANDATE-ENTRY.
           IF MANDATE-VALID
               SET MD-ACTIVE TO TRUE
               PERFORM STORE-MANDATE
               DISPLAY "Mandate " MD-MANDATE-REF " stored for "
                   MD-REQUESTER "."
           END-IF.

       CHECK-MANDATE-ENTRY SECTION.
           MOVE "N" TO WS-MANDATE-VALID-SWITCH.
           IF MD-MANDATE-REF = SPACES
               DISPLAY "A mandate reference is required."
               MOVE 1 TO RETURN-CODE
           ELSE
               IF MD-SIGNATURE-DATE NOT NUMERIC
                   OR MD-SIGNATURE-DATE < 19000101
                   OR MD-SIGNATURE-DATE > WS-RUN-DATE
                   DISPLAY "Signature date " MD-SIGNATURE-DATE
                       " is not a valid past date."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   IF MD-IBAN(1:2) NOT ALPHABETIC
                       OR MD-IBAN(1:2) = SPACES
                       OR MD-IBAN(3:2) NOT NUMERIC
                       OR MD-ACCOUNT-HOLDER = SPACES
                       DISPLAY "Account holder and IBAN are "
                           "required."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       SET MANDATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       STORE-MANDATE SECTION.
           IF WS-MD-FOUND-IDX > 0
               MOVE DD-MANDATE-RECORD TO WS-MD-ENTRY(WS-MD-FOUND-IDX)
           ELSE
               IF WS-MD-COUNT = 200
                   DISPLAY "Mandate file is full."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-MD-COUNT
               MOVE DD-MANDATE-RECORD TO WS-MD-ENTRY(WS-MD-COUNT)
           END-IF.
           PERFORM SAVE-MANDATES.

       REVOKE-MANDATE SECTION.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           IF NOT OPERATOR-CAN-UPDATE
               DISPLAY "Operator " WS-SIGNON-ID " may not maintain "
                   "mandates."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ASK-REQUESTER.
           IF WS-MD-FOUND-IDX = 0
               DISPLAY "No mandate on file for " WS-WANT-REQUESTER "."
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM SHOW-MANDATE
               SET MD-REVOKED TO TRUE
               PERFORM STORE-MANDATE
               DISPLAY "Mandate for " WS-WANT-REQUESTER " revoked."
           END-IF.

       SHOW-MANDATE SECTION.
           DISPLAY "Requester " MD-REQUESTER " status " MD-STATUS
               " mandate " MD-MANDATE-REF.
           DISPLAY "  signed " MD-SIGNATURE-DATE " holder "
               MD-ACCOUNT-HOLDER.
           DISPLAY "  IBAN " MD-IBAN " BIC " MD-BIC
               " last collected " MD-LAST-COLLECTED.

       LIST-MANDATES SECTION.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               MOVE WS-MD-ENTRY(WS-MD-IDX) TO DD-MANDATE-RECORD
               PERFORM SHOW-MANDATE
           END-PERFORM.
           DISPLAY "Mandates on file: " WS-MD-COUNT.

       COLLECTION-RUN SECTION.
           OPEN INPUT CreditorCardFile.
           IF WS-CREDITOR-CARD-STATUS NOT = "00"
               DISPLAY "No creditor card ddcreditor.txt - collection "
                   "refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CreditorCardFile
               AT END MOVE SPACES TO CREDITOR-CARD-RECORD
           END-READ.
           CLOSE CreditorCardFile.
           IF CC-CREDITOR-ID = SPACES
               DISPLAY "Creditor card carries no creditor ID - "
                   "collection refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-INVOICE-REGISTER.
           IF INVOICE-REGISTER-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-COLLECTION-LOG.
           IF COLLECTION-LOG-OVERFLOW
               PERFORM REFUSE-COLLECTION-LOG
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           MOVE SPACES TO WS-DEBIT-FILE-NAME.
           STRING "directdebit." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-DEBIT-FILE-NAME
           END-STRING.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE WS-DC-ENTRY(WS-DC-IDX) TO DD-COLLECTION-RECORD
               IF DC-FILE-NAME = WS-DEBIT-FILE-NAME
                   DISPLAY "A collection was already run today - "
                       WS-DEBIT-FILE-NAME
                   PERFORM CLOSE-INVOICE-REGISTER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ELIGIBLE-COUNT.
           PERFORM START-INVOICE-SCAN.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL IV-SCAN-EOF
               PERFORM CHECK-INVOICE-ELIGIBLE
               IF INVOICE-ELIGIBLE
                   ADD 1 TO WS-ELIGIBLE-COUNT
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           IF WS-ELIGIBLE-COUNT = 0
               DISPLAY "No open invoices under an active mandate - "
                   "nothing to collect."
               IF WS-SKIPPED-RETURNED > 0
                   DISPLAY "Invoices held after an earlier return: "
                       WS-SKIPPED-RETURNED
               END-IF
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           MOVE 0 TO WS-SKIPPED-RETURNED.
           OPEN OUTPUT DebitOutFile.
           MOVE SPACES TO DEBIT-LINE.
           MOVE "H" TO DH-RECORD-TYPE.
           MOVE WS-RUN-DATE TO DH-FILE-DATE.
           MOVE WS-RUN-DATE TO DH-COLLECTION-DATE.
           MOVE CC-CREDITOR-ID TO DH-CREDITOR-ID.
           MOVE CC-CREDITOR-NAME TO DH-CREDITOR-NAME.
           WRITE DEBIT-LINE.
           PERFORM START-INVOICE-SCAN.
           PERFORM READ-NEXT-INVOICE.
           PERFORM UNTIL IV-SCAN-EOF
               PERFORM CHECK-INVOICE-ELIGIBLE
               IF INVOICE-ELIGIBLE
                   PERFORM WRITE-DEBIT-DETAIL
               END-IF
               PERFORM READ-NEXT-INVOICE
           END-PERFORM.
           MOVE SPACES TO DEBIT-LINE.
           MOVE "T" TO DT-RECORD-TYPE.
           MOVE WS-DEBIT-COUNT TO DT-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL TO DT-AMOUNT-TOTAL.
           WRITE DEBIT-LINE.
           CLOSE DebitOutFile.
           PERFORM MARK-MANDATES-USED.
           PERFORM SAVE-MANDATES.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM SAVE-COLLECTION-LOG.
           PERFORM REGISTER-DEBIT-FILE.
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "Debits written: " WS-DEBIT-COUNT " total "
               WS-AMOUNT-EDIT.
           IF WS-SKIPPED-RETURNED > 0
               DISPLAY "Invoices held after an earlier return: "
                   WS-SKIPPED-RETURNED
           END-IF.
           DISPLAY "Registered for transmission: "
               WS-DEBIT-FILE-NAME.

       CHECK-INVOICE-ELIGIBLE SECTION.
           MOVE "N" TO WS-ELIGIBLE-SWITCH.
           IF NOT IV-PAID AND NOT IV-IN-PLAN AND IV-AMOUNT > 0
               MOVE IV-REQUESTER TO WS-WANT-REQUESTER
               PERFORM FIND-MANDATE
               IF WS-MD-FOUND-IDX > 0 AND MD-ACTIVE
                   PERFORM CHECK-PREVIOUS-RETURN
                   IF PREVIOUSLY-RETURNED
                       ADD 1 TO WS-SKIPPED-RETURNED
                   ELSE
                       SET INVOICE-ELIGIBLE TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-PREVIOUS-RETURN SECTION.
           MOVE "N" TO WS-PREVIOUS-RETURN-SWITCH.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE WS-DC-ENTRY(WS-DC-IDX) TO DD-COLLECTION-RECORD
               IF DC-INVOICE-NUMBER = IV-INVOICE-NUMBER
                   AND DC-RETURNED
                   SET PREVIOUSLY-RETURNED TO TRUE
               END-IF
           END-PERFORM.

       WRITE-DEBIT-DETAIL SECTION.
           IF WS-DC-COUNT = 2000
               DISPLAY "Collection log is full - invoice "
                   IV-INVOICE-NUMBER " not collected."
               MOVE 2 TO RETURN-CODE
           ELSE
               PERFORM COLLECT-INVOICE
           END-IF.

       COLLECT-INVOICE SECTION.
           MOVE SPACES TO DEBIT-LINE.
           MOVE "D" TO DD-RECORD-TYPE.
           IF MD-LAST-COLLECTED = 0
               MOVE "FRST" TO DD-SEQUENCE-TYPE
           ELSE
               MOVE "RCUR" TO DD-SEQUENCE-TYPE
           END-IF.
           MOVE MD-MANDATE-REF TO DD-MANDATE-REF.
           MOVE MD-SIGNATURE-DATE TO DD-SIGNATURE-DATE.
           MOVE MD-ACCOUNT-HOLDER TO DD-ACCOUNT-HOLDER.
           MOVE MD-IBAN TO DD-IBAN.
           MOVE MD-BIC TO DD-BIC.
           MOVE IV-AMOUNT TO DD-AMOUNT.
           MOVE IV-INVOICE-NUMBER TO DD-INVOICE-NUMBER.
           MOVE IV-REQUESTER TO DD-REQUESTER.
           WRITE DEBIT-LINE.
           ADD 1 TO WS-DEBIT-COUNT.
           ADD IV-AMOUNT TO WS-DEBIT-TOTAL.
           COMPUTE WS-DEBIT-HASH = WS-DEBIT-HASH + IV-AMOUNT * 100.
           SET IV-PAID TO TRUE.
           MOVE WS-RUN-DATE TO IV-PAID-DATE.
           REWRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Invoice " IV-INVOICE-NUMBER
                       " could not be marked collected."
                   MOVE 2 TO RETURN-CODE
           END-REWRITE.
           MOVE SPACES TO DD-COLLECTION-RECORD.
           MOVE WS-DEBIT-FILE-NAME TO DC-FILE-NAME.
           MOVE WS-RUN-DATE TO DC-COLLECTION-DATE.
           MOVE IV-INVOICE-NUMBER TO DC-INVOICE-NUMBER.
           MOVE IV-REQUESTER TO DC-REQUESTER.
           MOVE IV-AMOUNT TO DC-AMOUNT.
           SET DC-COLLECTED TO TRUE.
           MOVE 0 TO DC-RETURN-DATE.
           ADD 1 TO WS-DC-COUNT.
           MOVE DD-COLLECTION-RECORD TO WS-DC-ENTRY(WS-DC-COUNT).

       MARK-MANDATES-USED SECTION.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MD-COUNT
               MOVE WS-MD-ENTRY(WS-MD-IDX) TO DD-MANDATE-RECORD
               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                       UNTIL WS-DC-IDX > WS-DC-COUNT
                   MOVE WS-DC-ENTRY(WS-DC-IDX) TO DD-COLLECTION-RECORD
                   IF DC-FILE-NAME = WS-DEBIT-FILE-NAME
                       AND DC-REQUESTER = MD-REQUESTER
                       MOVE WS-RUN-DATE TO MD-LAST-COLLECTED
                   END-IF
               END-PERFORM
               MOVE DD-MANDATE-RECORD TO WS-MD-ENTRY(WS-MD-IDX)
           END-PERFORM.

       REGISTER-DEBIT-FILE SECTION.
           MOVE WS-DEBIT-FILE-NAME TO TR-FILE-NAME.
           MOVE WS-RUN-DATE TO TR-FILE-DATE.
           MOVE WS-DEBIT-COUNT TO TR-RECORD-COUNT.
           MOVE WS-DEBIT-HASH TO TR-HASH-TOTAL.
           MOVE "N" TO TR-HANDED-OVER-FLAG.
           MOVE 0 TO TR-HANDOVER-TIMESTAMP.
           MOVE "N" TO TR-CONFIRMED-FLAG.
           MOVE 0 TO TR-CONFIRM-TIMESTAMP.
           OPEN EXTEND TransmitRegisterFile.
           IF WS-TRANSMIT-REGISTER-STATUS = "35"
               CLOSE TransmitRegisterFile
               OPEN OUTPUT TransmitRegisterFile
           END-IF.
           WRITE TRANSMIT-REGISTER-RECORD.
           CLOSE TransmitRegisterFile.

       LOAD-DEBIT-RETURNS SECTION.
           OPEN INPUT DebitReturnFile.
           IF WS-DEBIT-RETURN-STATUS NOT = "00"
               DISPLAY "No returned-debit file ddreturns.txt on hand."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-INVOICE-REGISTER.
           IF INVOICE-REGISTER-FAILED
               CLOSE DebitReturnFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-COLLECTION-LOG.
           IF COLLECTION-LOG-OVERFLOW
               PERFORM REFUSE-COLLECTION-LOG
               CLOSE DebitReturnFile
               PERFORM CLOSE-INVOICE-REGISTER
               GOBACK
           END-IF.
           PERFORM LOAD-NEXT-INVOICE-NUMBER.
           MOVE SPACES TO WS-LIST-FILE-NAME.
           STRING "ddreturnlist." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
           END-STRING.
           OPEN OUTPUT ReturnListFile.
           MOVE SPACES TO LIST-LINE.
           STRING "RETURNED DIRECT DEBITS  " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           STRING "REQUEST.  INVOICE    AMOUNT  RETURNED  RSN   "
               DELIMITED BY SIZE
               "CHARGE  NOTE" DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING.
           WRITE LIST-LINE.
           MOVE 3 TO WS-LIST-LINES.
           PERFORM UNTIL RETURN-EOF
               READ DebitReturnFile
                   AT END SET RETURN-EOF TO TRUE
               END-READ
               IF NOT RETURN-EOF
                   PERFORM PROCESS-ONE-RETURN
               END-IF
           END-PERFORM.
           CLOSE DebitReturnFile.
           CLOSE ReturnListFile.
           PERFORM CLOSE-INVOICE-REGISTER.
           PERFORM SAVE-COLLECTION-LOG.
           PERFORM SAVE-NEXT-INVOICE-NUMBER.
           PERFORM LOG-REPORT-INDEX.
           DISPLAY "Returns processed: " WS-RETURN-COUNT
               " unmatched: " WS-UNMATCHED-COUNT
               " charges raised: " WS-CHARGE-COUNT.
           DISPLAY "List written to " WS-LIST-FILE-NAME.

       PROCESS-ONE-RETURN SECTION.
           MOVE 0 TO WS-DC-FOUND-IDX.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE WS-DC-ENTRY(WS-DC-IDX) TO DD-COLLECTION-RECORD
               IF DC-INVOICE-NUMBER = RJ-INVOICE-NUMBER
                   AND DC-COLLECTED
                   MOVE WS-DC-IDX TO WS-DC-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO RL-REQUESTER.
           MOVE RJ-INVOICE-NUMBER TO RL-INVOICE.
           MOVE 0 TO RL-AMOUNT.
           MOVE RJ-RETURN-DATE TO RL-RETURN-DATE.
           MOVE RJ-REASON-CODE TO RL-REASON.
           MOVE 0 TO RL-CHARGE.
           IF WS-DC-FOUND-IDX = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "NO OPEN COLLECTION - CHECK" TO RL-NOTE
           ELSE
               ADD 1 TO WS-RETURN-COUNT
               MOVE WS-DC-ENTRY(WS-DC-FOUND-IDX)
                   TO DD-COLLECTION-RECORD
               SET DC-RETURNED TO TRUE
               MOVE RJ-RETURN-DATE TO DC-RETURN-DATE
               MOVE RJ-REASON-CODE TO DC-REASON-CODE
               MOVE DD-COLLECTION-RECORD
                   TO WS-DC-ENTRY(WS-DC-FOUND-IDX)
               MOVE DC-REQUESTER TO RL-REQUESTER
               MOVE DC-AMOUNT TO RL-AMOUNT
               PERFORM REOPEN-INVOICE
               IF RJ-CHARGE IS NUMERIC AND RJ-CHARGE > 0
                   PERFORM RAISE-RETURN-CHARGE
               END-IF
           END-IF.
           MOVE WS-RETURN-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           ADD 1 TO WS-LIST-LINES.

       REOPEN-INVOICE SECTION.
           MOVE RJ-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
           READ InvoiceRegisterFile
               INVALID KEY
                   MOVE "INVOICE NOT IN REGISTER" TO RL-NOTE
               NOT INVALID KEY
                   MOVE "N" TO IV-PAID-FLAG
                   MOVE 0 TO IV-PAID-DATE
                   REWRITE INVOICE-REGISTER-RECORD
                       INVALID KEY
                           MOVE "INVOICE NOT REOPENED" TO RL-NOTE
                       NOT INVALID KEY
                           MOVE "INVOICE REOPENED" TO RL-NOTE
                   END-REWRITE
           END-READ.

       RAISE-RETURN-CHARGE SECTION.
           ADD 1 TO WS-NEXT-INVOICE-NUMBER.
           MOVE SPACES TO INVOICE-REGISTER-RECORD.
           MOVE WS-NEXT-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
           MOVE "DDRC" TO IV-SERVICE-CODE.
           MOVE DC-REQUESTER TO IV-REQUESTER.
           STRING "DD RETURN CHARGE INVOICE " DELIMITED BY SIZE
               RJ-INVOICE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RJ-RETURN-DATE DELIMITED BY SIZE
               INTO IV-REFERENCE
           END-STRING.
           MOVE WS-RUN-DATE TO IV-INVOICE-DATE.
           MOVE RJ-CHARGE TO IV-AMOUNT.
           MOVE RJ-CHARGE TO IV-FULL-FEE.
           MOVE 0 TO IV-REDUCTION.
           MOVE 0 TO IV-REDUCTION-PERCENT.
           MOVE "N" TO IV-PAID-FLAG.
           MOVE 0 TO IV-PAID-DATE.
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Invoice number " IV-INVOICE-NUMBER
                       " already on the register - return charge "
                       "for invoice " RJ-INVOICE-NUMBER " not raised."
                   MOVE 2 TO RETURN-CODE
                   MOVE "REOPENED - CHARGE NOT RAISED" TO RL-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-CHARGE-COUNT
                   MOVE RJ-CHARGE TO RL-CHARGE
           END-WRITE.

       LOAD-COLLECTION-LOG SECTION.
           MOVE 0 TO WS-DC-COUNT.
           OPEN INPUT CollectionLogFile.
           IF WS-COLLECTION-LOG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL COLLECTION-EOF
                   READ CollectionLogFile
                       AT END SET COLLECTION-EOF TO TRUE
                   END-READ
                   IF NOT COLLECTION-EOF
                       IF WS-DC-COUNT = 2000
                           SET COLLECTION-LOG-OVERFLOW TO TRUE
                           SET COLLECTION-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DC-COUNT
                           MOVE DD-COLLECTION-RECORD
                               TO WS-DC-ENTRY(WS-DC-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CollectionLogFile
           END-IF.

       REFUSE-COLLECTION-LOG SECTION.
           DISPLAY "More than 2000 entries in the collection log - "
               "run refused, the log would be truncated.".
           MOVE 8 TO RETURN-CODE.

       SAVE-COLLECTION-LOG SECTION.
           OPEN OUTPUT CollectionLogFile.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE WS-DC-ENTRY(WS-DC-IDX) TO DD-COLLECTION-RECORD
               WRITE DD-COLLECTION-RECORD
           END-PERFORM.
           CLOSE CollectionLogFile.

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

       LOG-REPORT-INDEX SECTION.
           MOVE "DD RETURNS" TO RI-REPORT-NAME.
           MOVE "DIRECT-DEBIT" TO RI-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RI-RUN-DATE.
           MOVE WS-LIST-LINES TO RI-LINE-COUNT.
           MOVE WS-LIST-FILE-NAME TO RI-FILE-NAME.
           OPEN EXTEND ReportIndexFile.
           IF WS-REPORT-INDEX-STATUS = "35"
               CLOSE ReportIndexFile
               OPEN OUTPUT ReportIndexFile
           END-IF.
           WRITE REPORT-INDEX-RECORD.
           CLOSE ReportIndexFile.

       COPY "INVOICE-REGISTER-OPEN".

       COPY "SIGN-ON".

       END PROGRAM DIRECT-DEBIT.
