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
       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD InputRegisterFile.
       COPY "INPUT-REGISTER".

       FD ReapplyCardFile.
       COPY "REAPPLY-CARD".

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       WORKING-STORAGE SECTION.
       COPY "INPUT-REGISTER-WS".
       COPY "JOURNAL-CHAIN-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FINGERPRINT-DEATH-REGISTER.
           PERFORM CHECK-INPUT-REGISTER.
           IF NOT INPUT-CLEARED
               CLOSE DeathRegisterFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SIGNON-ID TO WS-LOCK-OPERATOR.
           MOVE "DEATH-MATCH" TO WS-LOCK-PROGRAM.
           PERFORM ACQUIRE-RECORD-LOCK.
           DISPLAY "Near matches for review:   " WS-REVIEW-COUNT.
           DISPLAY "Entries with no candidate: " WS-UNMATCHED-COUNT.
           DISPLAY "Review report written to deathreview.txt".
           MOVE WS-SIGNON-ID TO WS-IR-OPERATOR-ID.
           PERFORM RECORD-INPUT-APPLIED.
           GOBACK.

       FINGERPRINT-DEATH-REGISTER SECTION.
           MOVE "DEATH-MATCH" TO WS-IR-PROGRAM.
           MOVE "deathregister.txt" TO WS-IR-FILE-NAME.
           MOVE 28 TO WS-IR-LINE-LEN.
           PERFORM START-INPUT-FINGERPRINT.
           PERFORM UNTIL REGISTER-EOF
               READ DeathRegisterFile
                   AT END SET REGISTER-EOF TO TRUE
               END-READ
               IF NOT REGISTER-EOF
                   MOVE DEATH-REGISTER-RECORD TO WS-IR-LINE
                   PERFORM ADD-INPUT-FINGERPRINT
               END-IF
           END-PERFORM.
           CLOSE DeathRegisterFile.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           OPEN INPUT DeathRegisterFile.

       MATCH-ONE-REGISTER-ENTRY SECTION.
           MOVE "N" TO WS-ENTRY-MATCHED-SWITCH.
           MOVE "N" TO EOF-SWITCH.
           DISPLAY "Review: PERSON-ID " RV-PERSON-ID " vs register "
               DR-SURNAME ", " DR-FIRSTNAME " (" RV-REASON ").".

       COPY "INPUT-CHECK".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
