       START-INPUT-FINGERPRINT SECTION.
           MOVE 0 TO WS-IR-RECORD-COUNT.
           MOVE 0 TO WS-IR-HASH.
           MOVE "N" TO WS-IR-APPLIED-SWITCH.
           MOVE "N" TO WS-IR-CLEARED-SWITCH.
           MOVE SPACES TO WS-IR-OVERRIDE-BY.

       ADD-INPUT-FINGERPRINT SECTION.
           ADD 1 TO WS-IR-RECORD-COUNT.
           PERFORM VARYING WS-IR-POS FROM 1 BY 1
                   UNTIL WS-IR-POS > WS-IR-LINE-LEN
               COMPUTE WS-IR-HASH = WS-IR-HASH * 31
                   + FUNCTION ORD(WS-IR-LINE(WS-IR-POS:1))
               DIVIDE WS-IR-HASH BY 100000000
                   GIVING WS-IR-QUOTIENT
                   REMAINDER WS-IR-HASH
           END-PERFORM.

       CHECK-INPUT-REGISTER SECTION.
           SET INPUT-CLEARED TO TRUE.
           IF WS-IR-RECORD-COUNT = 0
               CONTINUE
           ELSE
               PERFORM FIND-APPLIED-INPUT
               IF INPUT-ALREADY-APPLIED
                   PERFORM READ-REAPPLY-CARD
                   IF WS-IR-OVERRIDE-BY = SPACES
                       MOVE "N" TO WS-IR-CLEARED-SWITCH
                       DISPLAY "Input already applied on "
                           WS-IR-PRIOR-TIMESTAMP " - run refused."
                       DISPLAY "  File:        " WS-IR-FILE-NAME
                       DISPLAY "  Records:     " WS-IR-RECORD-COUNT
                       DISPLAY "  Fingerprint: " WS-IR-HASH(5:8)
                       DISPLAY "  A supervisor override on the "
                           "reapply card is needed to apply it again."
                       PERFORM LOG-INPUT-REFUSAL
                   ELSE
                       DISPLAY "Input already applied on "
                           WS-IR-PRIOR-TIMESTAMP " - reapplied under "
                           "override by supervisor " WS-IR-OVERRIDE-BY
                   END-IF
               END-IF
           END-IF.

       FIND-APPLIED-INPUT SECTION.
           MOVE "N" TO WS-IR-APPLIED-SWITCH.
           MOVE 0 TO WS-IR-PRIOR-TIMESTAMP.
           MOVE "N" TO WS-IR-EOF-SWITCH.
           OPEN INPUT InputRegisterFile.
           IF WS-INPUT-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-IR-EOF
                   READ InputRegisterFile
                       AT END SET WS-IR-EOF TO TRUE
                   END-READ
                   IF NOT WS-IR-EOF
                       AND IR-PROGRAM-NAME = WS-IR-PROGRAM
                       AND IR-HASH = WS-IR-HASH
                       AND IR-RECORD-COUNT = WS-IR-RECORD-COUNT
                       SET INPUT-ALREADY-APPLIED TO TRUE
                       MOVE IR-RUN-TIMESTAMP TO WS-IR-PRIOR-TIMESTAMP
                   END-IF
               END-PERFORM
               CLOSE InputRegisterFile
           END-IF.

       READ-REAPPLY-CARD SECTION.
           MOVE SPACES TO WS-IR-OVERRIDE-BY.
           OPEN INPUT ReapplyCardFile.
           IF WS-REAPPLY-CARD-STATUS = "35"
               CONTINUE
           ELSE
               READ ReapplyCardFile
                   AT END CONTINUE
                   NOT AT END
                       IF RA-PROGRAM-NAME = WS-IR-PROGRAM
                           AND RA-HASH IS NUMERIC
                           AND RA-HASH = WS-IR-HASH
                           PERFORM CHECK-REAPPLY-SUPERVISOR
                       END-IF
               END-READ
               CLOSE ReapplyCardFile
           END-IF.

       CHECK-REAPPLY-SUPERVISOR SECTION.
           MOVE "N" TO OPERATOR-EOF-SWITCH.
           OPEN INPUT OperatorMasterFile.
           IF WS-OPERATOR-MASTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL OPERATOR-EOF
                   READ OperatorMasterFile
                       AT END SET OPERATOR-EOF TO TRUE
                   END-READ
                   IF NOT OPERATOR-EOF
                       AND OM-OPERATOR-ID = RA-SUPERVISOR-ID
                       AND OM-ACTIVE AND OM-ROLE-SUPERVISOR
                       MOVE RA-SUPERVISOR-ID TO WS-IR-OVERRIDE-BY
                       SET OPERATOR-EOF TO TRUE
                   END-IF
               END-PERFORM
               CLOSE OperatorMasterFile
           END-IF.
           IF WS-IR-OVERRIDE-BY = SPACES
               DISPLAY "Reapply card names " RA-SUPERVISOR-ID
                   " who is not an active supervisor - "
                   "override ignored."
           END-IF.

       RECORD-INPUT-APPLIED SECTION.
           IF WS-IR-RECORD-COUNT > 0
               PERFORM STAMP-INPUT-REGISTER
               MOVE WS-IR-PROGRAM TO IR-PROGRAM-NAME
               MOVE WS-IR-FILE-NAME TO IR-FILE-NAME
               MOVE WS-IR-RECORD-COUNT TO IR-RECORD-COUNT
               MOVE WS-IR-HASH TO IR-HASH
               MOVE WS-IR-TIMESTAMP TO IR-RUN-TIMESTAMP
               MOVE WS-IR-OPERATOR-ID TO IR-OPERATOR-ID
               MOVE WS-IR-OVERRIDE-BY TO IR-OVERRIDE-BY
               OPEN EXTEND InputRegisterFile
               IF WS-INPUT-REGISTER-STATUS = "35"
                   CLOSE InputRegisterFile
                   OPEN OUTPUT InputRegisterFile
               END-IF
               WRITE INPUT-REGISTER-RECORD
               CLOSE InputRegisterFile
               IF WS-IR-OVERRIDE-BY NOT = SPACES
                   OPEN OUTPUT ReapplyCardFile
                   CLOSE ReapplyCardFile
               END-IF
           END-IF.

       LOG-INPUT-REFUSAL SECTION.
           PERFORM STAMP-INPUT-REGISTER.
           MOVE WS-IR-PROGRAM TO BS-PROGRAM-NAME.
           MOVE "DUP-INPUT" TO BS-STATUS.
           MOVE 8 TO BS-RETURN-CODE.
           MOVE WS-IR-TIMESTAMP TO BS-START-TIMESTAMP.
           MOVE WS-IR-TIMESTAMP TO BS-END-TIMESTAMP.
           OPEN EXTEND BatchStatusFile.
           IF WS-BATCH-STATUS-STATUS = "35"
               CLOSE BatchStatusFile
               OPEN OUTPUT BatchStatusFile
           END-IF.
           WRITE BATCH-STATUS-RECORD.
           CLOSE BatchStatusFile.

       STAMP-INPUT-REGISTER SECTION.
           ACCEPT WS-IR-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-IR-STAMP-TIME FROM TIME.
           STRING WS-IR-STAMP-DATE DELIMITED BY SIZE
               WS-IR-STAMP-TIME(1:6) DELIMITED BY SIZE
               INTO WS-IR-TIMESTAMP
           END-STRING.
