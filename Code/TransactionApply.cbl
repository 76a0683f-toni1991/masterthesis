          ASSIGN TO "operators.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
       SELECT InputRegisterFile
          ASSIGN TO "inputregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-INPUT-REGISTER-STATUS.
       SELECT ReapplyCardFile
          ASSIGN TO "reapplycard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REAPPLY-CARD-STATUS.
       SELECT BatchStatusFile
          ASSIGN TO "batchstatus.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-BATCH-STATUS-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.
       SELECT TrialCardFile
          ASSIGN TO "trialcard.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSTAL-DIR-STATUS.

       SELECT ReligionCodeFile
          ASSIGN TO "religioncodes.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RELIGION-CODE-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD PostalDirFile.
       COPY "POSTAL-DIRECTORY".
       FD ReligionCodeFile.
       COPY "RELIGION-CODE".

       FD EnvProfileFile.
       COPY "ENV-PROFILE".
       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD InputRegisterFile.
       COPY "INPUT-REGISTER".

       FD ReapplyCardFile.
       COPY "REAPPLY-CARD".

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       FD TrialCardFile.
       01 TRIAL-CARD-RECORD.
           05 TC-TRIAL-FLAG PIC X.

       WORKING-STORAGE SECTION.
       COPY "INPUT-REGISTER-WS".
       COPY "LAYOUT-VERSION".
       COPY "JOURNAL-CHAIN-WS".
       COPY "RESIDENCE-WS".
       COPY "POSTAL-WS".
       COPY "RELIGION-WS".
       COPY "EDIT-WS".
       COPY "CHECK-DIGIT-WS".
       COPY "MUNI-SCOPE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-WRITE-LOG-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-SIGNON-ID PIC X(8).
       01 WS-DUP-PERMIT-EXPIRY PIC 9(8).
       01 WS-DUP-PROTECTION PIC X.
       01 WS-DUP-EMERGENCY PIC X(76).
       01 WS-DUP-RELIGION PIC X(2).
       01 WS-DUP-RELIGION-DATE PIC 9(8).
       01 WS-DUP-LANGUAGE PIC X(2).
       01 WS-DUP-SWITCH PIC X VALUE "N".
           88 DUPLICATE-FOUND VALUE "Y".
       01 WS-WRITE-RESULT PIC X VALUE "N".
       01 WS-FIELD-NATIONALITY PIC X(3).
       01 WS-FIELD-PERMIT-TYPE PIC X(2).
       01 WS-FIELD-PERMIT-EXPIRY PIC X(8).
       01 WS-FIELD-RELIGION PIC X(2).
       01 WS-FIELD-RELIGION-DATE PIC X(8).
       01 WS-FIELD-LANGUAGE PIC X(2).
           88 FIELD-LANGUAGE-VALID VALUE "DE" "EN" "TR" SPACES.
       01 WS-UNIT-ID PIC X(4) VALUE SPACES.
       01 WS-ACTION-OK-SWITCH PIC X VALUE "Y".
           88 ACTION-OK VALUE "Y".
           05 WS-UNIT-ENTRY OCCURS 50 TIMES.
               10 U-PERSON-ID PIC 9(6).
               10 U-ACTION PIC X.
               10 U-BEFORE-IMAGE PIC X(208).
       01 WS-UNIT-COUNT PIC 9(2) VALUE 0.
       01 WS-UNIT-IDX PIC 9(2).
       01 WS-UNITS-BACKED-OUT PIC 9(4) VALUE 0.
       01 WS-ACTIONS-BACKED-OUT PIC 9(6) VALUE 0.
       01 WS-UNIT-ACTION-CODE PIC X.
       01 WS-UNIT-BEFORE-WORK PIC X(208).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-SCOPE.
           MOVE "TRANSACTION-APPLY" TO WS-MUNI-PROGRAM.
           OPEN INPUT TransactionFile.
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "No transaction file on hand."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FINGERPRINT-TRANSACTIONS.
           IF NOT TRIAL-MODE
               PERFORM CHECK-INPUT-REGISTER
               IF NOT INPUT-CLEARED
                   CLOSE TransactionFile
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR.
           MOVE "TRANSACTION-APPLY" TO WS-LOCK-PROGRAM.
           PERFORM ACQUIRE-RECORD-LOCK.
           CLOSE RecordFile.
           PERFORM RELEASE-RECORD-LOCK.
           PERFORM PRINT-APPLY-TALLY.
           IF NOT TRIAL-MODE
               MOVE WS-SIGNON-ID TO WS-IR-OPERATOR-ID
               PERFORM RECORD-INPUT-APPLIED
           END-IF.
           GOBACK.

       FINGERPRINT-TRANSACTIONS SECTION.
           MOVE "TRANSACTION-APPLY" TO WS-IR-PROGRAM.
           MOVE "transactions.csv" TO WS-IR-FILE-NAME.
           MOVE 134 TO WS-IR-LINE-LEN.
           PERFORM START-INPUT-FINGERPRINT.
           PERFORM UNTIL TRANSACTION-EOF
               READ TransactionFile
                   AT END SET TRANSACTION-EOF TO TRUE
               END-READ
               IF NOT TRANSACTION-EOF
                   MOVE TRANSACTION-LINE TO WS-IR-LINE
                   PERFORM ADD-INPUT-FINGERPRINT
               END-IF
           END-PERFORM.
           CLOSE TransactionFile.
           MOVE "N" TO TRANSACTION-EOF-SWITCH.
           OPEN INPUT TransactionFile.

       APPLY-ONE-TRANSACTION SECTION.
           MOVE SPACES TO WS-FIELD-STREET.
           MOVE SPACES TO WS-FIELD-HOUSENUMBER.
           MOVE SPACES TO WS-FIELD-NATIONALITY.
           MOVE SPACES TO WS-FIELD-PERMIT-TYPE.
           MOVE SPACES TO WS-FIELD-PERMIT-EXPIRY.
           MOVE SPACES TO WS-FIELD-RELIGION.
           MOVE SPACES TO WS-FIELD-RELIGION-DATE.
           MOVE SPACES TO WS-FIELD-LANGUAGE.
           UNSTRING TRANSACTION-LINE DELIMITED BY ","
               INTO WS-FIELD-ACTION WS-FIELD-ID-RAW WS-FIELD-DOB
                   WS-FIELD-FIRST WS-FIELD-SURNAME WS-FIELD-STREET
                   WS-FIELD-HOUSENUMBER WS-FIELD-ZIP-CODE
                   WS-FIELD-CITY WS-FIELD-SEX WS-FIELD-GROUP
                   WS-FIELD-NATIONALITY WS-FIELD-PERMIT-TYPE
                   WS-FIELD-PERMIT-EXPIRY WS-FIELD-RELIGION
                   WS-FIELD-RELIGION-DATE WS-FIELD-LANGUAGE
           END-UNSTRING.
           INSPECT WS-FIELD-LANGUAGE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-FIELD-GROUP NOT = WS-UNIT-ID
               PERFORM CLOSE-CURRENT-UNIT
               MOVE WS-FIELD-GROUP TO WS-UNIT-ID
           END-EVALUATE.

       APPLY-ADD SECTION.
           MOVE WS-FIELD-RELIGION TO WS-RELIGION-CHECK-CODE.
           PERFORM CHECK-RELIGION-CODE.
           IF WS-FIELD-DOB IS NOT NUMERIC
               DISPLAY "Rejected add " WS-FIELD-ID ": bad date."
               ADD 1 TO WS-ADD-REJECTED
               MOVE "N" TO WS-ACTION-OK-SWITCH
           ELSE
           IF NOT RELIGION-CODE-VALID
               DISPLAY "Rejected add " WS-FIELD-ID ": religion code "
                   WS-FIELD-RELIGION " not in code table."
               ADD 1 TO WS-ADD-REJECTED
               MOVE "N" TO WS-ACTION-OK-SWITCH
           ELSE
           IF NOT FIELD-LANGUAGE-VALID
               DISPLAY "Rejected add " WS-FIELD-ID ": language "
                   WS-FIELD-LANGUAGE " not offered."
               ADD 1 TO WS-ADD-REJECTED
               MOVE "N" TO WS-ACTION-OK-SWITCH
           ELSE
               MOVE WS-FIELD-ID TO PERSON-ID
               PERFORM CLEAR-EXTENSION-FIELDS
                   ADD 1 TO WS-ADD-REJECTED
                   MOVE "N" TO WS-ACTION-OK-SWITCH
               END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-UPDATE SECTION.
           MOVE WS-FIELD-RELIGION TO WS-RELIGION-CHECK-CODE.
           PERFORM CHECK-RELIGION-CODE.
           CALL "DATE-CHECK" USING WS-FIELD-DOB
               WS-DATE-FLAG WS-DATE-REASON.
           IF WS-DATE-BAD
                   WS-DATE-REASON ")."
               ADD 1 TO WS-UPDATE-REJECTED
               MOVE "N" TO WS-ACTION-OK-SWITCH
           ELSE
           IF NOT RELIGION-CODE-VALID
               DISPLAY "Rejected update " WS-FIELD-ID
                   ": religion code " WS-FIELD-RELIGION
                   " not in code table."
               ADD 1 TO WS-UPDATE-REJECTED
               MOVE "N" TO WS-ACTION-OK-SWITCH
           ELSE
           IF NOT FIELD-LANGUAGE-VALID
               DISPLAY "Rejected update " WS-FIELD-ID
                   ": language " WS-FIELD-LANGUAGE " not offered."
               ADD 1 TO WS-UPDATE-REJECTED
               MOVE "N" TO WS-ACTION-OK-SWITCH
           ELSE
               MOVE WS-FIELD-ID TO PERSON-ID
               READ RecordFile
                       ADD 1 TO WS-UPDATE-REJECTED
                       MOVE "N" TO WS-ACTION-OK-SWITCH
                   NOT INVALID KEY
                       MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                       PERFORM CHECK-MUNICIPALITY-SCOPE
                       IF NOT MUNICIPALITY-IN-SCOPE
                           PERFORM LOG-SCOPE-REFUSAL
                           ADD 1 TO WS-UPDATE-REJECTED
                           MOVE "N" TO WS-ACTION-OK-SWITCH
                       ELSE
                       MOVE PERSON TO CJ-BEFORE-IMAGE
                       MOVE SURNAME TO WS-OLD-SURNAME
                       MOVE STREET TO WS-OLD-STREET
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF.

       APPLY-DELETE SECTION.
                       ADD 1 TO WS-DELETE-REJECTED
                       MOVE "N" TO WS-ACTION-OK-SWITCH
                   NOT INVALID KEY
                       MOVE MUNICIPALITY-CODE TO WS-MUNI-CHECK-CODE
                       PERFORM CHECK-MUNICIPALITY-SCOPE
                       IF NOT MUNICIPALITY-IN-SCOPE
                           PERFORM LOG-SCOPE-REFUSAL
                           ADD 1 TO WS-DELETE-REJECTED
                           MOVE "N" TO WS-ACTION-OK-SWITCH
                       ELSE
                       MOVE PERSON TO CJ-BEFORE-IMAGE
                       IF TRIAL-MODE
                           ADD 1 TO WS-DELETE-APPLIED
                                   PERFORM LOG-UPDATE-JOURNAL
                           END-REWRITE
                       END-IF
                       END-IF
               END-READ
           END-IF.

           IF WS-FIELD-PERMIT-EXPIRY IS NUMERIC
               MOVE WS-FIELD-PERMIT-EXPIRY TO PERMIT-EXPIRY-DATE
           END-IF.
           IF WS-FIELD-RELIGION NOT = SPACES
               AND WS-FIELD-RELIGION NOT = RELIGION-CODE
               MOVE WS-FIELD-RELIGION TO RELIGION-CODE
               IF WS-FIELD-RELIGION-DATE IS NUMERIC
                   MOVE WS-FIELD-RELIGION-DATE
                       TO RELIGION-EFFECTIVE-DATE
               ELSE
                   ACCEPT RELIGION-EFFECTIVE-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.
           IF WS-FIELD-LANGUAGE NOT = SPACES
               MOVE WS-FIELD-LANGUAGE TO PREFERRED-LANGUAGE
           END-IF.

       CLEAR-EXTENSION-FIELDS SECTION.
           MOVE WS-MUNI-HOME-CODE TO MUNICIPALITY-CODE.
           MOVE SPACES TO NATIONALITY-CODE.
           MOVE SPACES TO PERMIT-TYPE.
           MOVE 0 TO PERMIT-EXPIRY-DATE.
           MOVE SPACES TO EMERGENCY-CONTACTS.
           MOVE 0 TO EC-PERSON-ID(1).
           MOVE 0 TO EC-PERSON-ID(2).
           MOVE SPACES TO RELIGION-CODE.
           MOVE 0 TO RELIGION-EFFECTIVE-DATE.
           MOVE SPACES TO PREFERRED-LANGUAGE.

       LOG-UPDATE-JOURNAL SECTION.
           MOVE PERSON-ID TO CJ-PERSON-ID.
                   " (" WS-ACTIONS-BACKED-OUT " action(s) backed "
                   "out from journal before-images)."
           END-IF.
           IF WS-MUNI-REFUSED-COUNT > 0
               DISPLAY "Refused outside operator municipalities: "
                   WS-MUNI-REFUSED-COUNT
           END-IF.

       COPY "WRITE-PERSON".

       COPY "POSTAL-CHECK".

       COPY "RELIGION-CHECK".

       COPY "RESIDENCE-LOG".

       COPY "TRAILER-COUNT".

       COPY "SIGN-ON".

       COPY "MUNI-SCOPE".

       COPY "MUNI-SCOPE-LOG".

       COMPUTE-AGE SECTION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE DATE-OF-BIRTH(1:4) TO WS-DOB-CCYY.
           END-IF.
           MOVE WS-COMPUTED-AGE TO AGE.

       COPY "INPUT-CHECK".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
