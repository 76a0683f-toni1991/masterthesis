       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-ID-RESPONSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ResponseFile
          ASSIGN TO "taxidresponse.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESPONSE-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT XrefRegisterFile
          ASSIGN TO "xrefregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-XREF-STATUS.
       SELECT TaxIdRequestFile
          ASSIGN TO "taxidrequests.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TAXID-REQUEST-STATUS.
       SELECT ExceptionFile
          ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ResponseFile.
       01 RESPONSE-LINE PIC X(40).
       01 RESPONSE-HEADER-RECORD REDEFINES RESPONSE-LINE.
           05 RSH-RECORD-TYPE PIC X.
           05 RSH-FILE-DATE PIC 9(8).
           05 FILLER PIC X(31).
       01 RESPONSE-DETAIL-RECORD REDEFINES RESPONSE-LINE.
           05 RSD-RECORD-TYPE PIC X.
           05 RSD-PERSON-ID PIC 9(6).
           05 RSD-TAX-ID PIC X(12).
           05 FILLER PIC X(21).
       01 RESPONSE-TRAILER-RECORD REDEFINES RESPONSE-LINE.
           05 RST-RECORD-TYPE PIC X.
           05 RST-RECORD-COUNT PIC 9(6).
           05 RST-HASH-TOTAL PIC 9(12).
           05 FILLER PIC X(21).

       FD RecordFile.
       COPY "PersonData".

       FD XrefRegisterFile.
       COPY "XREF-REGISTER".

       FD TaxIdRequestFile.
       COPY "TAXID-REQUEST".

       FD ExceptionFile.
       01 EXCEPTION-LINE PIC X(80).

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       WORKING-STORAGE SECTION.
       COPY "TAXID-WS".
       COPY "DAY-NUMBER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-RESPONSE-STATUS PIC X(2).
       01 WS-XREF-STATUS PIC X(2).
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
       01 WS-EXCEPTION-FILE-NAME PIC X(40).
       01 RESPONSE-EOF-SWITCH PIC X VALUE "N".
           88 RESPONSE-EOF VALUE "Y".
       01 XREF-EOF-SWITCH PIC X VALUE "N".
           88 XREF-EOF VALUE "Y".
       01 WS-FILE-GOOD-SWITCH PIC X VALUE "Y".
           88 RESPONSE-FILE-GOOD VALUE "Y".
       01 WS-HEADER-SEEN-SWITCH PIC X VALUE "N".
           88 HEADER-SEEN VALUE "Y".
       01 WS-TRAILER-SEEN-SWITCH PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 WS-REJECT-TEXT PIC X(40).
       01 WS-XREF-TABLE.
           05 WS-XR-ENTRY OCCURS 2000 TIMES.
               10 T-XR-SYSTEM-CODE PIC X(8).
               10 T-XR-EXTERNAL-ID PIC X(12).
               10 T-XR-PERSON-ID PIC 9(6).
       01 WS-XR-COUNT PIC 9(4) VALUE 0.
       01 WS-XR-IDX PIC 9(4).
       01 WS-XR-PERSON-IDX PIC 9(4) VALUE 0.
       01 WS-XR-NUMBER-IDX PIC 9(4) VALUE 0.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAY-NUMBER PIC 9(8).
       01 WS-DAYS-OPEN PIC S9(8).
       01 WS-OVERDUE-DAYS PIC 9(3) VALUE 30.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(12) VALUE 0.
       01 WS-STORED-COUNT PIC 9(6) VALUE 0.
       01 WS-REPEAT-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-TEXT PIC X(40).
       01 WS-EXCEPTION-PERSON PIC 9(6).
       01 WS-EXCEPTION-TAX-ID PIC X(12).
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "TAX ID RESPONSE LOADER".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE WS-DN-DAYS TO WS-RUN-DAY-NUMBER.
           PERFORM LOAD-TAXID-REQUESTS.
           IF TAXID-REQUEST-OVERFLOW
               DISPLAY "More than 2000 tax ID requests on file - run "
                   "refused, the file would be truncated."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-EXCEPTION-FILE-NAME.
           STRING "taxidexceptions." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILE-NAME
           END-STRING.
           OPEN OUTPUT ExceptionFile.
           MOVE "TAX ID EXCEPTIONS" TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE "PERSON TAX-ID       REASON" TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           OPEN INPUT ResponseFile.
           IF WS-RESPONSE-STATUS NOT = "00"
               DISPLAY "No tax ID response file on hand."
           ELSE
               PERFORM VERIFY-RESPONSE-FILE
               CLOSE ResponseFile
               IF RESPONSE-FILE-GOOD
                   PERFORM LOAD-RESPONSE-FILE
               ELSE
                   DISPLAY "Response file refused whole - nothing "
                       "was stored."
                   MOVE 2 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM LIST-OVERDUE-REQUESTS.
           CLOSE ExceptionFile.
           PERFORM SAVE-TAXID-REQUESTS.
           DISPLAY "Tax IDs stored:          " WS-STORED-COUNT.
           DISPLAY "Already on file:         " WS-REPEAT-COUNT.
           DISPLAY "Unmatched or conflicting: " WS-EXCEPTION-COUNT.
           DISPLAY "Requests unanswered after " WS-OVERDUE-DAYS
               " days: " WS-OVERDUE-COUNT.
           DISPLAY "Exceptions written to " WS-EXCEPTION-FILE-NAME
               ".".
           GOBACK.

       VERIFY-RESPONSE-FILE SECTION.
           MOVE "N" TO RESPONSE-EOF-SWITCH.
           PERFORM UNTIL RESPONSE-EOF OR NOT RESPONSE-FILE-GOOD
               READ ResponseFile
                   AT END SET RESPONSE-EOF TO TRUE
               END-READ
               IF NOT RESPONSE-EOF
                   EVALUATE RSH-RECORD-TYPE
                       WHEN "H"
                           IF HEADER-SEEN
                               MOVE "duplicate header record"
                                   TO WS-REJECT-TEXT
                               PERFORM REFUSE-RESPONSE-FILE
                           ELSE
                               SET HEADER-SEEN TO TRUE
                               DISPLAY "Header: response file of "
                                   RSH-FILE-DATE
                           END-IF
                       WHEN "D"
                           IF NOT HEADER-SEEN OR TRAILER-SEEN
                               MOVE "detail outside header/trailer"
                                   TO WS-REJECT-TEXT
                               PERFORM REFUSE-RESPONSE-FILE
                           ELSE
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD RSD-PERSON-ID TO WS-HASH-TOTAL
                           END-IF
                       WHEN "T"
                           SET TRAILER-SEEN TO TRUE
                           IF RST-RECORD-COUNT NOT = WS-DETAIL-COUNT
                               OR RST-HASH-TOTAL NOT = WS-HASH-TOTAL
                               MOVE "trailer does not balance"
                                   TO WS-REJECT-TEXT
                               PERFORM REFUSE-RESPONSE-FILE
                           END-IF
                       WHEN OTHER
                           MOVE "unknown record type"
                               TO WS-REJECT-TEXT
                           PERFORM REFUSE-RESPONSE-FILE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF RESPONSE-FILE-GOOD AND NOT TRAILER-SEEN
               MOVE "no trailer record" TO WS-REJECT-TEXT
               PERFORM REFUSE-RESPONSE-FILE
           END-IF.

       REFUSE-RESPONSE-FILE SECTION.
           MOVE "N" TO WS-FILE-GOOD-SWITCH.
           DISPLAY "Response file refused: " WS-REJECT-TEXT.

       LOAD-RESPONSE-FILE SECTION.
           PERFORM LOAD-XREF-REGISTER.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO RESPONSE-EOF-SWITCH
               OPEN INPUT ResponseFile
               PERFORM UNTIL RESPONSE-EOF
                   READ ResponseFile
                       AT END SET RESPONSE-EOF TO TRUE
                   END-READ
                   IF NOT RESPONSE-EOF AND RSD-RECORD-TYPE = "D"
                       PERFORM APPLY-ONE-RESPONSE
                   END-IF
               END-PERFORM
               CLOSE ResponseFile
               CLOSE RecordFile
               PERFORM REGISTER-RESPONSE-RECEIPT
           END-IF.

       APPLY-ONE-RESPONSE SECTION.
           MOVE RSD-PERSON-ID TO WS-EXCEPTION-PERSON.
           MOVE RSD-TAX-ID TO WS-EXCEPTION-TAX-ID.
           MOVE RSD-PERSON-ID TO PERSON-ID.
           READ RecordFile
               INVALID KEY
                   MOVE "no matching PERSON-ID" TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   PERFORM STORE-TAX-ID
           END-READ.

       STORE-TAX-ID SECTION.
           MOVE 0 TO WS-XR-PERSON-IDX.
           MOVE 0 TO WS-XR-NUMBER-IDX.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-COUNT
               IF T-XR-SYSTEM-CODE(WS-XR-IDX) = WS-TAXID-SYSTEM-CODE
                   IF T-XR-PERSON-ID(WS-XR-IDX) = RSD-PERSON-ID
                       MOVE WS-XR-IDX TO WS-XR-PERSON-IDX
                   END-IF
                   IF T-XR-EXTERNAL-ID(WS-XR-IDX) = RSD-TAX-ID
                       MOVE WS-XR-IDX TO WS-XR-NUMBER-IDX
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN RSD-TAX-ID = SPACES
                   MOVE "no tax ID in response" TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-XR-PERSON-IDX > 0
                   AND WS-XR-PERSON-IDX = WS-XR-NUMBER-IDX
                   ADD 1 TO WS-REPEAT-COUNT
                   PERFORM MARK-REQUEST-ANSWERED
               WHEN WS-XR-PERSON-IDX > 0
                   MOVE "person already holds another tax ID"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-XR-NUMBER-IDX > 0
                   MOVE "tax ID already held by another person"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-XR-COUNT = 2000
                   MOVE "cross-reference table full"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   MOVE WS-TAXID-SYSTEM-CODE TO XR-SYSTEM-CODE
                   MOVE RSD-TAX-ID TO XR-EXTERNAL-ID
                   MOVE RSD-PERSON-ID TO XR-PERSON-ID
                   OPEN EXTEND XrefRegisterFile
                   IF WS-XREF-STATUS = "35"
                       CLOSE XrefRegisterFile
                       OPEN OUTPUT XrefRegisterFile
                   END-IF
                   WRITE XREF-REGISTER-RECORD
                   CLOSE XrefRegisterFile
                   ADD 1 TO WS-XR-COUNT
                   MOVE XR-SYSTEM-CODE TO T-XR-SYSTEM-CODE(WS-XR-COUNT)
                   MOVE XR-EXTERNAL-ID TO T-XR-EXTERNAL-ID(WS-XR-COUNT)
                   MOVE XR-PERSON-ID TO T-XR-PERSON-ID(WS-XR-COUNT)
                   ADD 1 TO WS-STORED-COUNT
                   PERFORM MARK-REQUEST-ANSWERED
           END-EVALUATE.

       MARK-REQUEST-ANSWERED SECTION.
           MOVE RSD-PERSON-ID TO WS-TQ-WANT-PERSON.
           PERFORM FIND-TAXID-REQUEST.
           IF WS-TQ-FOUND-IDX > 0
               IF T-TQ-STATUS(WS-TQ-FOUND-IDX) = "O"
                   MOVE "A" TO T-TQ-STATUS(WS-TQ-FOUND-IDX)
                   MOVE WS-RUN-DATE
                       TO T-TQ-ANSWER-DATE(WS-TQ-FOUND-IDX)
               END-IF
           END-IF.

       LIST-OVERDUE-REQUESTS SECTION.
           PERFORM VARYING WS-TQ-IDX FROM 1 BY 1
                   UNTIL WS-TQ-IDX > WS-TQ-COUNT
               IF T-TQ-STATUS(WS-TQ-IDX) = "O"
                   MOVE T-TQ-REQUEST-DATE(WS-TQ-IDX) TO WS-DN-DATE
                   PERFORM DATE-TO-DAY-NUMBER
                   COMPUTE WS-DAYS-OPEN =
                       WS-RUN-DAY-NUMBER - WS-DN-DAYS
                   IF DN-DATE-VALID AND WS-DAYS-OPEN > WS-OVERDUE-DAYS
                       MOVE T-TQ-PERSON-ID(WS-TQ-IDX)
                           TO WS-EXCEPTION-PERSON
                       MOVE SPACES TO WS-EXCEPTION-TAX-ID
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING "unanswered since " DELIMITED BY SIZE
                           T-TQ-REQUEST-DATE(WS-TQ-IDX)
                               DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                       ADD 1 TO WS-OVERDUE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-LINE SECTION.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING WS-EXCEPTION-PERSON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXCEPTION-TAX-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

       LOAD-XREF-REGISTER SECTION.
           MOVE 0 TO WS-XR-COUNT.
           OPEN INPUT XrefRegisterFile.
           IF WS-XREF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL XREF-EOF OR WS-XR-COUNT = 2000
                   READ XrefRegisterFile
                       AT END SET XREF-EOF TO TRUE
                   END-READ
                   IF NOT XREF-EOF
                       ADD 1 TO WS-XR-COUNT
                       MOVE XR-SYSTEM-CODE
                           TO T-XR-SYSTEM-CODE(WS-XR-COUNT)
                       MOVE XR-EXTERNAL-ID
                           TO T-XR-EXTERNAL-ID(WS-XR-COUNT)
                       MOVE XR-PERSON-ID
                           TO T-XR-PERSON-ID(WS-XR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE XrefRegisterFile
           END-IF.

       REGISTER-RESPONSE-RECEIPT SECTION.
           MOVE "taxidresponse.txt" TO TR-FILE-NAME.
           MOVE WS-RUN-DATE TO TR-FILE-DATE.
           MOVE WS-DETAIL-COUNT TO TR-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO TR-HASH-TOTAL.
           SET TR-HANDED-OVER TO TRUE.
           SET TR-CONFIRMED TO TRUE.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           STRING WS-STAMP-DATE DELIMITED BY SIZE
               WS-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO TR-HANDOVER-TIMESTAMP
           END-STRING.
           MOVE TR-HANDOVER-TIMESTAMP TO TR-CONFIRM-TIMESTAMP.
           OPEN EXTEND TransmitRegisterFile.
           IF WS-TRANSMIT-REGISTER-STATUS = "35"
               CLOSE TransmitRegisterFile
               OPEN OUTPUT TransmitRegisterFile
           END-IF.
           WRITE TRANSMIT-REGISTER-RECORD.
           CLOSE TransmitRegisterFile.

       COPY "TAXID-REQUEST-IO".

       COPY "DAY-NUMBER".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM TAX-ID-RESPONSE.
