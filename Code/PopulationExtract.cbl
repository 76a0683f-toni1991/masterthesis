       SELECT PopulationFile
          ASSIGN TO DYNAMIC WS-ENV-POPULATION
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ObjectionFile
          ASSIGN TO DYNAMIC WS-ENV-OBJECTION
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS OB-KEY
          FILE STATUS IS WS-OBJECTION-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD ObjectionFile.
       COPY "OBJECTION".

       FD RecordFile.
       COPY "PersonData".

           05 POP-SEX PIC X(1).

       WORKING-STORAGE SECTION.
       COPY "OBJECTION-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "POPULATION EXTRACT FROM PERSON MASTER".
           MOVE "YYYY" TO WS-OBJ-HONOUR-FLAGS.
           PERFORM OPEN-OBJECTION-REGISTER.
           IF OBJECTION-REGISTER-FAILED
               DISPLAY "Extract refused - objections cannot be "
                   "honoured."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
                   END-READ
                   IF NOT EOF AND PERSON-ID NOT = WS-TRAILER-KEY
                       AND (STATUS-ACTIVE OR PERSON-STATUS = SPACE)
                       MOVE PERSON-ID TO WS-OBJ-CHECK-ID
                       PERFORM CHECK-OBJECTION
                       IF NOT OBJECTION-WITHHELD
                           PERFORM EXTRACT-ONE-PERSON
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PopulationFile
               CLOSE RecordFile
           END-IF.
           PERFORM CLOSE-OBJECTION-REGISTER.
           DISPLAY "population.txt written with " WS-EXTRACTED-COUNT
               " records.".
           PERFORM REPORT-OBJECTION-WITHHELD.
           GOBACK.

       EXTRACT-ONE-PERSON SECTION.
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-OBJECTION TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-OBJECTION
           END-IF.

       COPY "ENV-SECTIONS".

       COPY "OBJECTION-CHECK".

       END PROGRAM POPULATION-EXTRACT.
