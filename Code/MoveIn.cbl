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
       SELECT XrefRegisterFile
          ASSIGN TO "xrefregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.
       SELECT LandlordConfirmFile
          ASSIGN TO "landlordconfirm.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LANDLORD-CONFIRM-STATUS.
       SELECT ResidenceHistoryFile
          ASSIGN TO DYNAMIC WS-ENV-RESIDHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RESIDENCE-HISTORY-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
           05 TD-ZIP-CODE PIC X(6).
           05 TD-CITY PIC X(15).
           05 TD-SEX-CODE PIC X.
           05 TD-MOVE-DATE PIC 9(8).
           05 FILLER PIC X(5).
       01 TRANSFER-TRAILER-RECORD REDEFINES TRANSFER-LINE.
           05 TT-RECORD-TYPE PIC X.
           05 TT-RECORD-COUNT PIC 9(6).
       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD InputRegisterFile.
       COPY "INPUT-REGISTER".

       FD ReapplyCardFile.
       COPY "REAPPLY-CARD".

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       FD XrefRegisterFile.
       COPY "XREF-REGISTER".

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       FD LandlordConfirmFile.
       COPY "LANDLORD-CONFIRM".

       FD ResidenceHistoryFile.
       COPY "RESIDENCE-HISTORY".

       WORKING-STORAGE SECTION.
       COPY "INPUT-REGISTER-WS".
       COPY "LAYOUT-VERSION".
       COPY "JOURNAL-CHAIN-WS".
       COPY "LANDLORD-WS".
       COPY "RESIDENCE-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-DOB-MM PIC 9(2).
       01 WS-DOB-DD PIC 9(2).
       01 WS-COMPUTED-AGE PIC 9(3).
       01 WS-DATE-FLAG PIC X.
           88 WS-DATE-OK VALUE "Y".
           88 WS-DATE-BAD VALUE "N".
       01 WS-DATE-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FINGERPRINT-TRANSFER-FILE.
           PERFORM CHECK-INPUT-REGISTER.
           IF NOT INPUT-CLEARED
               CLOSE TransferInFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR.
           MOVE "MOVE-IN" TO WS-LOCK-PROGRAM.
           PERFORM ACQUIRE-RECORD-LOCK.
           PERFORM REGISTER-TRANSFER-RECEIPT.
           DISPLAY "Move-in complete. Persons registered: "
               WS-LOADED-COUNT.
           MOVE WS-SIGNON-ID TO WS-IR-OPERATOR-ID.
           PERFORM RECORD-INPUT-APPLIED.
           GOBACK.

       FINGERPRINT-TRANSFER-FILE SECTION.
           MOVE "MOVE-IN" TO WS-IR-PROGRAM.
           MOVE "transferin.txt" TO WS-IR-FILE-NAME.
           MOVE 90 TO WS-IR-LINE-LEN.
           PERFORM START-INPUT-FINGERPRINT.
           PERFORM UNTIL TRANSFER-EOF
               READ TransferInFile
                   AT END SET TRANSFER-EOF TO TRUE
               END-READ
               IF NOT TRANSFER-EOF
                   MOVE TRANSFER-LINE TO WS-IR-LINE
                   PERFORM ADD-INPUT-FINGERPRINT
               END-IF
           END-PERFORM.
           CLOSE TransferInFile.
           MOVE "N" TO TRANSFER-EOF-SWITCH.
           OPEN INPUT TransferInFile.

       HANDLE-TRANSFER-LINE SECTION.
           EVALUATE TH-RECORD-TYPE
               WHEN "H"
               DISPLAY "No free PERSON-ID - arrival not registered."
               MOVE 2 TO RETURN-CODE
           ELSE
               PERFORM CAPTURE-ARRIVAL-MOVE-DATE
               MOVE WS-ASSIGNED-ID TO PERSON-ID
               MOVE TD-DATE-OF-BIRTH TO DATE-OF-BIRTH
               MOVE TD-FIRSTNAME TO FIRSTNAME
               MOVE TD-SEX-CODE TO SEX-CODE
               SET STATUS-ACTIVE TO TRUE
               MOVE WS-OWN-MUNICIPALITY TO MUNICIPALITY-CODE
               MOVE SPACES TO RELIGION-CODE
               MOVE 0 TO RELIGION-EFFECTIVE-DATE
               MOVE SPACES TO PREFERRED-LANGUAGE
               MOVE WS-SIGNON-ID TO OPERATOR-ID
               PERFORM COMPUTE-AGE
               PERFORM STAMP-WRITE-TIMESTAMP
                       PERFORM UPDATE-TRAILER-COUNT
                       PERFORM LOG-ARRIVAL-JOURNAL
                       PERFORM RECORD-HISTORY-REFERENCE
                       PERFORM RECORD-ARRIVAL-RESIDENCE
                       PERFORM OPEN-ARRIVAL-CONFIRMATION
                       DISPLAY "Registered arrival as PERSON-ID "
                           WS-ASSIGNED-ID " (was "
                           TD-ORIGIN-PERSON-ID " at "
           WRITE CHANGE-JOURNAL-RECORD.
           CLOSE JournalFile.

       CAPTURE-ARRIVAL-MOVE-DATE SECTION.
           MOVE WS-RUN-DATE TO WS-RH-EFFECTIVE-DATE.
           IF TD-MOVE-DATE IS NUMERIC AND TD-MOVE-DATE > 0
               CALL "DATE-CHECK" USING TD-MOVE-DATE
                   WS-DATE-FLAG WS-DATE-REASON
               IF WS-DATE-OK AND TD-MOVE-DATE NOT > WS-RUN-DATE
                   MOVE TD-MOVE-DATE TO WS-RH-EFFECTIVE-DATE
               ELSE
                   DISPLAY "Move date " TD-MOVE-DATE " of PERSON-ID "
                       TD-ORIGIN-PERSON-ID " not usable - run date "
                       "assumed."
               END-IF
           END-IF.

       RECORD-ARRIVAL-RESIDENCE SECTION.
           MOVE PERSON-ID TO RH-PERSON-ID.
           MOVE SPACE TO RH-RESIDENCE-TYPE.
           MOVE 0 TO RH-RESIDENCE-SEQ.
           MOVE 0 TO RH-END-DATE.
           MOVE STREET TO RH-STREET.
           MOVE HOUSENUMBER TO RH-HOUSENUMBER.
           MOVE ZIP-CODE TO RH-ZIP-CODE.
           MOVE CITY TO RH-CITY.
           MOVE WS-RH-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE.
           MOVE WS-SIGNON-ID TO RH-OPERATOR-ID.
           MOVE WRITE-TIMESTAMP TO RH-TIMESTAMP.
           PERFORM WRITE-RESIDENCE-RECORD.

       OPEN-ARRIVAL-CONFIRMATION SECTION.
           MOVE WS-RH-EFFECTIVE-DATE TO WS-LC-MOVE-IN-DATE.
           MOVE SPACES TO WS-LC-LANDLORD-NAME.
           MOVE SPACES TO WS-LC-LANDLORD-STREET.
           PERFORM OPEN-LANDLORD-CONFIRMATION.

       RECORD-HISTORY-REFERENCE SECTION.
           MOVE WS-SENDER-MUNICIPALITY TO XR-SYSTEM-CODE.
           MOVE TD-ORIGIN-PERSON-ID TO XR-EXTERNAL-ID.
           END-IF.
           MOVE WS-COMPUTED-AGE TO AGE.

       COPY "LANDLORD-OPEN".

       COPY "RESIDENCE-LOG".

       COPY "NEXT-ID-ASSIGN".

       COPY "TRAILER-COUNT".

       COPY "SIGN-ON".

       COPY "INPUT-CHECK".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-NEXTID TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-NEXTID
               MOVE WS-ENV-RESIDHIST TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RESIDHIST
           END-IF.

       COPY "ENV-SECTIONS".
