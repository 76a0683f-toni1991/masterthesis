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
       SELECT RecordLockFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDLOCK
          ORGANIZATION IS LINE SEQUENTIAL
       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD InputRegisterFile.
       COPY "INPUT-REGISTER".

       FD ReapplyCardFile.
       COPY "REAPPLY-CARD".

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       FD RecordLockFile.
       COPY "RECORD-LOCK".

       COPY "NEXT-ID".

       WORKING-STORAGE SECTION.
       COPY "INPUT-REGISTER-WS".
       COPY "LAYOUT-VERSION".
       COPY "JOURNAL-CHAIN-WS".
       COPY "POSTAL-WS".
       01 WS-DUP-PERMIT-EXPIRY PIC 9(8).
       01 WS-DUP-PROTECTION PIC X.
       01 WS-DUP-EMERGENCY PIC X(76).
       01 WS-DUP-RELIGION PIC X(2).
       01 WS-DUP-RELIGION-DATE PIC 9(8).
       01 WS-DUP-LANGUAGE PIC X(2).
       01 WS-DUP-SWITCH PIC X VALUE "N".
           88 DUPLICATE-FOUND VALUE "Y".
       01 WS-WRITE-RESULT PIC X VALUE "N".
               DISPLAY "TRIAL MODE - validations only, no records "
                   "will be written."
           END-IF.
           PERFORM FINGERPRINT-LOAD-INPUT.
           IF NOT TRIAL-MODE
               PERFORM CHECK-INPUT-REGISTER
               IF NOT INPUT-CLEARED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF MODE-REPROCESS
               OPEN INPUT ReprocessFile
               IF WS-REPROCESS-STATUS NOT = "00"
           ELSE
               DISPLAY "Batch load complete. Loaded: "
                   WS-LOADED-COUNT " Rejected: " WS-SKIPPED-COUNT
               MOVE WS-BATCH-OPERATOR-ID TO WS-IR-OPERATOR-ID
               PERFORM RECORD-INPUT-APPLIED
           END-IF.
           IF WS-ASSIGNED-COUNT > 0
               DISPLAY "PERSON-IDs assigned automatically: "
           PERFORM PRINT-REJECT-TALLY.
           GOBACK.

       FINGERPRINT-LOAD-INPUT SECTION.
           MOVE "BATCH-LOAD" TO WS-IR-PROGRAM.
           PERFORM START-INPUT-FINGERPRINT.
           IF MODE-REPROCESS
               MOVE "loadreprocess.csv" TO WS-IR-FILE-NAME
               MOVE 135 TO WS-IR-LINE-LEN
               OPEN INPUT ReprocessFile
               IF WS-REPROCESS-STATUS = "00"
                   PERFORM UNTIL CSV-EOF
                       READ ReprocessFile
                           AT END SET CSV-EOF TO TRUE
                       END-READ
                       IF NOT CSV-EOF
                           MOVE REPROCESS-LINE TO WS-IR-LINE
                           PERFORM ADD-INPUT-FINGERPRINT
                       END-IF
                   END-PERFORM
                   CLOSE ReprocessFile
               END-IF
           ELSE
               MOVE "newhires.csv" TO WS-IR-FILE-NAME
               MOVE 132 TO WS-IR-LINE-LEN
               OPEN INPUT CsvFile
               PERFORM UNTIL CSV-EOF
                   READ CsvFile
                       AT END SET CSV-EOF TO TRUE
                   END-READ
                   IF NOT CSV-EOF
                       MOVE CSV-LINE TO WS-IR-LINE
                       PERFORM ADD-INPUT-FINGERPRINT
                   END-IF
               END-PERFORM
               CLOSE CsvFile
           END-IF.
           MOVE "N" TO CSV-EOF-SWITCH.

       READ-TRIAL-CARD SECTION.
           OPEN INPUT TrialCardFile.
           IF WS-TRIAL-CARD-STATUS = "35"
           MOVE SPACES TO EMERGENCY-CONTACTS.
           MOVE 0 TO EC-PERSON-ID(1).
           MOVE 0 TO EC-PERSON-ID(2).
           MOVE SPACES TO RELIGION-CODE.
           MOVE 0 TO RELIGION-EFFECTIVE-DATE.
           MOVE SPACES TO PREFERRED-LANGUAGE.

       WRITE-REJECT-RECORD SECTION.
           ADD 1 TO WS-SKIPPED-COUNT.
           END-IF.
           MOVE WS-COMPUTED-AGE TO AGE.

       COPY "INPUT-CHECK".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
