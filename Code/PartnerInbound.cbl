          ASSIGN TO "xrefregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-XREF-STATUS.
       SELECT OperatorMasterFile
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
       FD XrefRegisterFile.
       COPY "XREF-REGISTER".

       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD InputRegisterFile.
       COPY "INPUT-REGISTER".

       FD ReapplyCardFile.
       COPY "REAPPLY-CARD".

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       FD InboundFile.
       01 INBOUND-LINE PIC X(48).
       01 INBOUND-HEADER-RECORD REDEFINES INBOUND-LINE.
       01 QUARANTINE-LINE PIC X(48).

       WORKING-STORAGE SECTION.
       COPY "INPUT-REGISTER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-INBOUND-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).
       01 OPERATOR-EOF-SWITCH PIC X VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       01 WS-STAGING-STATUS PIC X(2).
       01 WS-QUARANTINE-FILE-NAME PIC X(40).
       COPY "TRAILER-KEY".
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FINGERPRINT-INBOUND-FILE.
           PERFORM CHECK-INPUT-REGISTER.
           IF NOT INPUT-CLEARED
               CLOSE InboundFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VERIFY-INBOUND-FILE.
           CLOSE InboundFile.
           IF NOT INBOUND-FILE-GOOD
                       WS-XREF-RESOLVED-COUNT
               END-IF
               DISPLAY "Staged transactions await TRANSACTION-APPLY."
               MOVE SPACES TO WS-IR-OPERATOR-ID
               PERFORM RECORD-INPUT-APPLIED
           END-IF.
           GOBACK.

       FINGERPRINT-INBOUND-FILE SECTION.
           MOVE "PARTNER-INBOUND-LOAD" TO WS-IR-PROGRAM.
           MOVE "partnerinbound.txt" TO WS-IR-FILE-NAME.
           MOVE 48 TO WS-IR-LINE-LEN.
           PERFORM START-INPUT-FINGERPRINT.
           MOVE "N" TO INBOUND-EOF-SWITCH.
           PERFORM UNTIL INBOUND-EOF
               READ InboundFile
                   AT END SET INBOUND-EOF TO TRUE
               END-READ
               IF NOT INBOUND-EOF
                   MOVE INBOUND-LINE TO WS-IR-LINE
                   PERFORM ADD-INPUT-FINGERPRINT
               END-IF
           END-PERFORM.
           CLOSE InboundFile.
           OPEN INPUT InboundFile.

       VERIFY-INBOUND-FILE SECTION.
           MOVE "N" TO INBOUND-EOF-SWITCH.
           PERFORM UNTIL INBOUND-EOF OR NOT INBOUND-FILE-GOOD
               END-PERFORM
           END-IF.

       COPY "INPUT-CHECK".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
