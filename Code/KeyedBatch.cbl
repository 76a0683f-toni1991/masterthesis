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
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT AccessLogFile
          ASSIGN TO "accesslog.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ACCESS-LOG-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD KeyedBatchFile.
       01 KEYED-BATCH-LINE PIC X(140).
       01 KEYED-HEADER-RECORD REDEFINES KEYED-BATCH-LINE.
       FD OperatorMasterFile.
       COPY "OPERATOR-MASTER".

       FD InputRegisterFile.
       COPY "INPUT-REGISTER".

       FD ReapplyCardFile.
       COPY "REAPPLY-CARD".

       FD BatchStatusFile.
       COPY "BATCH-STATUS".

       FD RecordFile.
       COPY "PersonData".

       FD AccessLogFile.
       COPY "ACCESS-LOG".

       WORKING-STORAGE SECTION.
       COPY "INPUT-REGISTER-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-ACCESS-LOG-STATUS PIC X(2).
       COPY "MUNI-SCOPE-WS".
       01 WS-KEYED-BATCH-STATUS PIC X(2).
       01 WS-STAGING-STATUS PIC X(2).
       01 WS-OPERATOR-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "KEYED BATCH EDIT-AND-BALANCE RUN".
           MOVE "KEYED-BATCH" TO WS-MUNI-PROGRAM.
           OPEN INPUT KeyedBatchFile.
           IF WS-KEYED-BATCH-STATUS NOT = "00"
               DISPLAY "No keyed batch on hand."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FINGERPRINT-KEYED-BATCH.
           PERFORM CHECK-INPUT-REGISTER.
           IF NOT INPUT-CLEARED
               CLOSE KeyedBatchFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL BATCH-EOF
               READ KeyedBatchFile
                   AT END SET BATCH-EOF TO TRUE
           END-IF.
           IF BATCH-GOOD
               PERFORM RELEASE-BALANCED-BATCH
               MOVE WS-BATCH-OPERATOR TO WS-IR-OPERATOR-ID
               PERFORM RECORD-INPUT-APPLIED
           ELSE
               PERFORM RETURN-BATCH-TO-CLERK
           END-IF.
           GOBACK.

       FINGERPRINT-KEYED-BATCH SECTION.
           MOVE "KEYED-BATCH" TO WS-IR-PROGRAM.
           MOVE "keyedbatch.txt" TO WS-IR-FILE-NAME.
           MOVE 140 TO WS-IR-LINE-LEN.
           PERFORM START-INPUT-FINGERPRINT.
           PERFORM UNTIL BATCH-EOF
               READ KeyedBatchFile
                   AT END SET BATCH-EOF TO TRUE
               END-READ
               IF NOT BATCH-EOF
                   MOVE KEYED-BATCH-LINE TO WS-IR-LINE
                   PERFORM ADD-INPUT-FINGERPRINT
               END-IF
           END-PERFORM.
           CLOSE KeyedBatchFile.
           MOVE "N" TO BATCH-EOF-SWITCH.
           OPEN INPUT KeyedBatchFile.

       EDIT-ONE-BATCH-LINE SECTION.
           EVALUATE KB-RECORD-TYPE
               WHEN "H"
                           WS-BATCH-OPERATOR
                           " is not authorized - batch refused."
                       MOVE "N" TO WS-BATCH-GOOD-SWITCH
                   ELSE
                       PERFORM LOAD-OPERATOR-SCOPE
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-KEYED-DOCS
                   END-UNSTRING
                   IF WS-FIELD-ID IS NUMERIC
                       ADD WS-FIELD-ID-NUM TO WS-KEYED-HASH
                       PERFORM CHECK-DETAIL-SCOPE
                   END-IF
                   IF WS-DETAIL-COUNT < 200
                       ADD 1 TO WS-DETAIL-COUNT
                   MOVE "N" TO WS-BATCH-GOOD-SWITCH
           END-EVALUATE.

       CHECK-DETAIL-SCOPE SECTION.
           IF NOT OPERATOR-ALL-MUNICIPALITIES
               OPEN INPUT RecordFile
               IF WS-FILE-STATUS = "00"
                   MOVE WS-FIELD-ID-NUM TO PERSON-ID
                   READ RecordFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MUNICIPALITY-CODE
                               TO WS-MUNI-CHECK-CODE
                           PERFORM CHECK-MUNICIPALITY-SCOPE
                           IF NOT MUNICIPALITY-IN-SCOPE
                               PERFORM LOG-SCOPE-REFUSAL
                               MOVE "N" TO WS-BATCH-GOOD-SWITCH
                           END-IF
                   END-READ
                   CLOSE RecordFile
               END-IF
           END-IF.

       CHECK-BATCH-BALANCE SECTION.
           IF WS-KEYED-DOCS NOT = WS-EXPECTED-DOCS
               DISPLAY "OUT OF BALANCE: header expects "

       COPY "SIGN-ON".

       COPY "MUNI-SCOPE".

       COPY "MUNI-SCOPE-LOG".

       COPY "INPUT-CHECK".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM KEYED-BATCH.
