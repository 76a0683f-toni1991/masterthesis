       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CertRegisterFile
          ASSIGN TO "certregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-CERT-REGISTER-STATUS.
       SELECT ResidenceHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-HISTORY-STATUS.
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
       FD CertRegisterFile.
       COPY "CERT-REGISTER".

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       WORKING-STORAGE SECTION.
       COPY "CERT-CODE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RESIDHIST PIC X(40) VALUE "residencehistory.txt".
       01 WS-CERT-REGISTER-STATUS PIC X(2).
       01 WS-RESIDENCE-HISTORY-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-OPERATOR-ROLE PIC X.
           88 OPERATOR-IS-SUPERVISOR VALUE "S".
           88 OPERATOR-CAN-UPDATE VALUE "S" "U".
       01 WS-OPERATOR-VALID-SWITCH PIC X VALUE "N".
           88 OPERATOR-VALID VALUE "Y".
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
           88 REGISTER-EOF VALUE "Y".
       01 WS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 REGISTER-OVERFLOW VALUE "Y".
       01 RESIDENCE-EOF-SWITCH PIC X VALUE "N".
           88 RESIDENCE-EOF VALUE "Y".
       01 WS-CERT-TABLE.
           05 WS-CR-ENTRY PIC X(90) OCCURS 5000 TIMES.
       01 WS-CR-COUNT PIC 9(4) VALUE 0.
       01 WS-CR-IDX PIC 9(4).
       01 WS-CR-FOUND-IDX PIC 9(4).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-WANT-CERT-NUMBER PIC 9(6).
       01 WS-CODE-ENTRY PIC X(9).
       01 WS-GIVEN-CODE PIC X(9).
       01 WS-MOVED-SWITCH PIC X VALUE "N".
           88 ADDRESS-CHANGED VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "CERTIFICATE VERIFICATION".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-VALID
               GOBACK
           END-IF.
           DISPLAY "Certificate number: " WITH NO ADVANCING.
           ACCEPT WS-WANT-CERT-NUMBER.
           DISPLAY "Verification code: " WITH NO ADVANCING.
           ACCEPT WS-CODE-ENTRY.
           IF WS-CODE-ENTRY(5:1) = "-"
               MOVE WS-CODE-ENTRY TO WS-GIVEN-CODE
           ELSE
               MOVE SPACES TO WS-GIVEN-CODE
               STRING WS-CODE-ENTRY(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CODE-ENTRY(5:4) DELIMITED BY SIZE
                   INTO WS-GIVEN-CODE
               END-STRING
           END-IF.
           PERFORM LOAD-CERT-REGISTER.
           MOVE 0 TO WS-CR-FOUND-IDX.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               MOVE WS-CR-ENTRY(WS-CR-IDX) TO CERT-REGISTER-RECORD
               IF CR-CERT-NUMBER = WS-WANT-CERT-NUMBER
                   MOVE WS-CR-IDX TO WS-CR-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CR-FOUND-IDX = 0
               DISPLAY "INVALID - no certificate " WS-WANT-CERT-NUMBER
                   " was issued."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CR-ENTRY(WS-CR-FOUND-IDX) TO CERT-REGISTER-RECORD.
           PERFORM VERIFY-CERTIFICATE.
           IF REGISTER-OVERFLOW
               DISPLAY "Certificate register exceeds 5000 entries - "
                   "verification not logged."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE CERT-REGISTER-RECORD
                   TO WS-CR-ENTRY(WS-CR-FOUND-IDX)
               PERFORM SAVE-CERT-REGISTER
           END-IF.
           GOBACK.

       VERIFY-CERTIFICATE SECTION.
           MOVE CR-CERT-NUMBER TO WS-CV-CERT-NUMBER.
           MOVE CR-PERSON-ID TO WS-CV-PERSON-ID.
           MOVE CR-ISSUE-DATE TO WS-CV-ISSUE-DATE.
           PERFORM COMPUTE-CERT-CODE.
           IF WS-GIVEN-CODE NOT = WS-CV-CODE
               SET CR-RESULT-INVALID TO TRUE
               DISPLAY "INVALID CODE - certificate " CR-CERT-NUMBER
                   " does not carry code " WS-GIVEN-CODE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CHECK-ADDRESS-CHANGE
               IF ADDRESS-CHANGED
                   SET CR-RESULT-SUPERSEDED TO TRUE
                   DISPLAY "SUPERSEDED - certificate " CR-CERT-NUMBER
                       " of " CR-ISSUE-DATE " is genuine but the "
                       "address has changed since."
                   MOVE 2 TO RETURN-CODE
               ELSE
                   SET CR-RESULT-VALID TO TRUE
                   DISPLAY "VALID - certificate " CR-CERT-NUMBER
                       " issued " CR-ISSUE-DATE " is genuine and "
                       "current."
               END-IF
           END-IF.
           IF CR-VERIFY-COUNT NOT NUMERIC
               MOVE 0 TO CR-VERIFY-COUNT
           END-IF.
           IF CR-VERIFY-COUNT < 9999
               ADD 1 TO CR-VERIFY-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO CR-LAST-VERIFIED.
           IF CR-VERIFY-CODE = SPACES
               MOVE WS-CV-CODE TO CR-VERIFY-CODE
           END-IF.

       CHECK-ADDRESS-CHANGE SECTION.
           MOVE "N" TO WS-MOVED-SWITCH.
           MOVE "N" TO RESIDENCE-EOF-SWITCH.
           OPEN INPUT ResidenceHistoryFile.
           IF WS-RESIDENCE-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL RESIDENCE-EOF
                   READ ResidenceHistoryFile
                       AT END SET RESIDENCE-EOF TO TRUE
                   END-READ
                   IF NOT RESIDENCE-EOF
                       AND RH-PERSON-ID = CR-PERSON-ID
                       IF RH-TIMESTAMP(1:8) > CR-ISSUE-DATE
                           OR RH-EFFECTIVE-DATE > CR-ISSUE-DATE
                           SET ADDRESS-CHANGED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ResidenceHistoryFile
           END-IF.

       LOAD-CERT-REGISTER SECTION.
           MOVE 0 TO WS-CR-COUNT.
           OPEN INPUT CertRegisterFile.
           IF WS-CERT-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF
                   READ CertRegisterFile
                       AT END SET REGISTER-EOF TO TRUE
                   END-READ
                   IF NOT REGISTER-EOF AND WS-CR-COUNT = 5000
                       SET REGISTER-OVERFLOW TO TRUE
                   END-IF
                   IF NOT REGISTER-EOF AND NOT REGISTER-OVERFLOW
                       ADD 1 TO WS-CR-COUNT
                       MOVE CERT-REGISTER-RECORD
                           TO WS-CR-ENTRY(WS-CR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CertRegisterFile
           END-IF.

       SAVE-CERT-REGISTER SECTION.
           OPEN OUTPUT CertRegisterFile.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               MOVE WS-CR-ENTRY(WS-CR-IDX) TO CERT-REGISTER-RECORD
               WRITE CERT-REGISTER-RECORD
           END-PERFORM.
           CLOSE CertRegisterFile.

       COPY "CERT-CODE".

       COPY "SIGN-ON".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM CERT-VERIFY.
