           05 OLD-PERMIT-TYPE PIC X(2).
           05 OLD-PERMIT-EXPIRY-DATE PIC 9(8).
           05 OLD-PROTECTION-FLAG PIC X.
           05 OLD-EMERGENCY-CONTACTS PIC X(76).
           05 OLD-RELIGION-CODE PIC X(2).
           05 OLD-RELIGION-EFFECTIVE-DATE PIC 9(8).
       01 OLD-CONTROL-RECORD REDEFINES OLD-PERSON.
           05 OLD-CONTROL-ID PIC 9(6).
           05 OLD-CONTROL-COUNT PIC 9(6).
           05 OLD-LAYOUT-VERSION PIC 9(2).
           05 FILLER PIC X(192).

       FD MigratedFile.
       COPY "PersonData" REPLACING PERSON BY MIG-PERSON
       01 WS-OLD-VERSION PIC 9(2) VALUE 0.
       01 WS-TRAILER-SEEN-SWITCH PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "PERSON MASTER LAYOUT MIGRATION (V06 TO V07)".
           MOVE "NIGHTOPS" TO WS-LOCK-OPERATOR.
           MOVE "LAYOUT-MIGRATE" TO WS-LOCK-PROGRAM.
           PERFORM ACQUIRE-RECORD-LOCK.
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Person master did not open at the prior "
                   "(206-byte) layout - status " WS-FILE-STATUS
                   ". The file is not at version 06; nothing "
                   "was migrated."
               PERFORM RELEASE-RECORD-LOCK
               MOVE 2 TO RETURN-CODE
               ADD 1 TO WS-BEFORE-COUNT
               ADD OLD-PERSON-ID TO WS-BEFORE-HASH
               MOVE SPACES TO MIG-PERSON
               MOVE OLD-PERSON TO MIG-PERSON(1:206)
               PERFORM CLEAR-NEW-LANGUAGE-FIELD
               WRITE MIG-PERSON
                   INVALID KEY
                       DISPLAY "Migration write failed at "
               END-WRITE
           END-IF.

       CLEAR-NEW-LANGUAGE-FIELD SECTION.
           MOVE SPACES TO PREFERRED-LANGUAGE OF MIG-PERSON.

       WRITE-NEW-TRAILER SECTION.
           MOVE SPACES TO MIG-PERSON.
