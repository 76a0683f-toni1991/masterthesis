       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-ID-REQUEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JournalFile
          ASSIGN TO DYNAMIC WS-ENV-JOURNAL
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JOURNAL-STATUS.
       SELECT RecordFile
          ASSIGN TO DYNAMIC WS-ENV-RECORDFILE
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PERSON-ID
          ALTERNATE RECORD KEY IS SURNAME WITH DUPLICATES
          FILE STATUS IS WS-FILE-STATUS.
       SELECT XrefRegisterFile
          ASSIGN TO "xrefregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-XREF-STATUS.
       SELECT TaxIdRequestFile
          ASSIGN TO "taxidrequests.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TAXID-REQUEST-STATUS.
       SELECT TaxIdControlFile
          ASSIGN TO "taxidcontrol.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TAXID-CONTROL-STATUS.
       SELECT RequestOutFile
          ASSIGN TO DYNAMIC WS-REQUEST-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-TRANSMIT-REGISTER-STATUS.
       SELECT EmigrationRegisterFile
          ASSIGN TO "emigrationregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-EMIGRATION-REGISTER-STATUS.

       SELECT EnvProfileFile
          ASSIGN TO "envprofile.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-ENV-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EnvProfileFile.
       COPY "ENV-PROFILE".

       FD JournalFile.
       COPY "CHANGE-JOURNAL".

       FD RecordFile.
       COPY "PersonData".

       FD XrefRegisterFile.
       COPY "XREF-REGISTER".

       FD TaxIdRequestFile.
       COPY "TAXID-REQUEST".

       FD TaxIdControlFile.
       01 TAXID-CONTROL-RECORD.
           05 TC-LAST-TIMESTAMP PIC 9(14).

       FD RequestOutFile.
       01 REQUEST-LINE PIC X(80).
       01 REQUEST-HEADER-RECORD REDEFINES REQUEST-LINE.
           05 RH-RECORD-TYPE PIC X.
           05 RH-FILE-DATE PIC 9(8).
           05 RH-SENDER-ID PIC X(8).
           05 FILLER PIC X(63).
       01 REQUEST-DETAIL-RECORD REDEFINES REQUEST-LINE.
           05 RD-RECORD-TYPE PIC X.
           05 RD-PERSON-ID PIC 9(6).
           05 RD-DATE-OF-BIRTH PIC 9(8).
           05 RD-SURNAME PIC X(10).
           05 RD-FIRSTNAME PIC X(10).
           05 RD-SEX-CODE PIC X.
           05 RD-STREET PIC X(15).
           05 RD-HOUSENUMBER PIC X(5).
           05 RD-ZIP-CODE PIC X(6).
           05 RD-CITY PIC X(15).
           05 RD-NATIONALITY PIC X(3).
       01 REQUEST-STATUS-RECORD REDEFINES REQUEST-LINE.
           05 RS-RECORD-TYPE PIC X.
           05 RS-PERSON-ID PIC 9(6).
           05 RS-DATE-OF-BIRTH PIC 9(8).
           05 RS-SURNAME PIC X(10).
           05 RS-FIRSTNAME PIC X(10).
           05 RS-EVENT-DATE PIC 9(8).
           05 RS-COUNTRY-CODE PIC X(3).
           05 FILLER PIC X(34).
       01 REQUEST-TRAILER-RECORD REDEFINES REQUEST-LINE.
           05 RT-RECORD-TYPE PIC X.
           05 RT-RECORD-COUNT PIC 9(6).
           05 RT-HASH-TOTAL PIC 9(12).
           05 FILLER PIC X(61).

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       FD EmigrationRegisterFile.
       COPY "EMIGRATION-REGISTER".

       WORKING-STORAGE SECTION.
       COPY "TAXID-WS".
       01 WS-ENV-PROFILE-STATUS PIC X(2).
       01 WS-ENV-NAME PIC X(4).
       01 WS-ENV-PREFIX PIC X(10).
       01 WS-ENV-WORK-NAME PIC X(40).
       01 WS-ENV-SAVE-NAME PIC X(40).
       01 WS-ENV-RECORDFILE PIC X(40) VALUE "recordFile.dat".
       01 WS-ENV-JOURNAL PIC X(40) VALUE "changejournal.txt".
       01 WS-FILE-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-XREF-STATUS PIC X(2).
       01 WS-TAXID-CONTROL-STATUS PIC X(2).
       01 WS-TRANSMIT-REGISTER-STATUS PIC X(2).
       01 WS-EMIGRATION-REGISTER-STATUS PIC X(2).
       01 EMIGRATION-EOF-SWITCH PIC X VALUE "N".
           88 EMIGRATION-EOF VALUE "Y".
       01 WS-STATUS-NOTICE-COUNT PIC 9(6) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-REQUEST-FILE-NAME PIC X(40).
       01 JOURNAL-EOF-SWITCH PIC X VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
       01 XREF-EOF-SWITCH PIC X VALUE "N".
           88 XREF-EOF VALUE "Y".
       01 WS-HOLDER-FOUND-SWITCH PIC X VALUE "N".
           88 HOLDER-HAS-TAX-ID VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-TIMESTAMP PIC 9(14).
       01 WS-LAST-TIMESTAMP PIC 9(14) VALUE 0.
       01 WS-CUTOFF-TIMESTAMP PIC 9(14) VALUE 0.
       01 WS-NEW-PERSON-SWITCH PIC X VALUE "N".
           88 NEW-PERSON-ENTRY VALUE "Y".
       01 WS-REQUEST-COUNT PIC 9(6) VALUE 0.
       01 WS-REQUEST-HASH PIC 9(12) VALUE 0.
       01 WS-ALREADY-COUNT PIC 9(6) VALUE 0.
       01 WS-GONE-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-ENVIRONMENT.
           DISPLAY "TAX ID REQUEST FILE FOR NEW PERSONS".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-DATE DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP
           END-STRING.
           MOVE WS-RUN-TIMESTAMP TO WS-CUTOFF-TIMESTAMP.
           PERFORM READ-TAXID-CONTROL.
           OPEN INPUT JournalFile.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "No change journal on file - no requests."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RecordFile.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No data available for this run."
               CLOSE JournalFile
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TAXID-REQUESTS.
           IF TAXID-REQUEST-OVERFLOW
               DISPLAY "More than 2000 tax ID requests on file - run "
                   "refused, the file would be truncated."
               CLOSE RecordFile
               CLOSE JournalFile
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REQUEST-FILE-NAME.
           STRING "taxidrequest." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REQUEST-FILE-NAME
           END-STRING.
           OPEN OUTPUT RequestOutFile.
           MOVE SPACES TO REQUEST-LINE.
           MOVE "H" TO RH-RECORD-TYPE.
           MOVE WS-RUN-DATE TO RH-FILE-DATE.
           MOVE "REGISTRY" TO RH-SENDER-ID.
           WRITE REQUEST-LINE.
           PERFORM UNTIL JOURNAL-EOF
               READ JournalFile
                   AT END SET JOURNAL-EOF TO TRUE
               END-READ
               IF NOT JOURNAL-EOF
                   AND CJ-TIMESTAMP > WS-LAST-TIMESTAMP
                   AND CJ-TIMESTAMP NOT > WS-RUN-TIMESTAMP
                   PERFORM CHECK-NEW-PERSON-ENTRY
                   IF NEW-PERSON-ENTRY
                       PERFORM REQUEST-ONE-PERSON
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM NOTIFY-EMIGRATION-EVENTS.
           ADD WS-REQUEST-COUNT WS-STATUS-NOTICE-COUNT
               GIVING WS-RECORD-COUNT.
           MOVE SPACES TO REQUEST-LINE.
           MOVE "T" TO RT-RECORD-TYPE.
           MOVE WS-RECORD-COUNT TO RT-RECORD-COUNT.
           MOVE WS-REQUEST-HASH TO RT-HASH-TOTAL.
           WRITE REQUEST-LINE.
           CLOSE RequestOutFile.
           CLOSE RecordFile.
           CLOSE JournalFile.
           PERFORM SAVE-TAXID-REQUESTS.
           PERFORM REGISTER-REQUEST-FILE.
           PERFORM SAVE-TAXID-CONTROL.
           DISPLAY "Tax IDs requested:             " WS-REQUEST-COUNT.
           DISPLAY "Skipped, ID held or requested: " WS-ALREADY-COUNT.
           DISPLAY "Skipped, no longer resident:   " WS-GONE-COUNT.
           DISPLAY "Departures/returns notified:   "
               WS-STATUS-NOTICE-COUNT.
           DISPLAY "Request file " WS-REQUEST-FILE-NAME
               " registered for transmission.".
           GOBACK.

       READ-TAXID-CONTROL SECTION.
           MOVE 0 TO WS-LAST-TIMESTAMP.
           OPEN INPUT TaxIdControlFile.
           IF WS-TAXID-CONTROL-STATUS = "35"
               CONTINUE
           ELSE
               READ TaxIdControlFile
                   AT END CONTINUE
                   NOT AT END
                       IF TC-LAST-TIMESTAMP IS NUMERIC
                           MOVE TC-LAST-TIMESTAMP
                               TO WS-LAST-TIMESTAMP
                       END-IF
               END-READ
               CLOSE TaxIdControlFile
           END-IF.

       SAVE-TAXID-CONTROL SECTION.
           IF WS-CUTOFF-TIMESTAMP < WS-RUN-TIMESTAMP
               DISPLAY "Journal entries after " WS-CUTOFF-TIMESTAMP
                   " are left for the next run."
           END-IF.
           MOVE WS-CUTOFF-TIMESTAMP TO TC-LAST-TIMESTAMP.
           OPEN OUTPUT TaxIdControlFile.
           WRITE TAXID-CONTROL-RECORD.
           CLOSE TaxIdControlFile.

       CHECK-TAXID-HOLDER SECTION.
           MOVE "N" TO WS-HOLDER-FOUND-SWITCH.
           MOVE "N" TO XREF-EOF-SWITCH.
           OPEN INPUT XrefRegisterFile.
           IF WS-XREF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL XREF-EOF OR HOLDER-HAS-TAX-ID
                   READ XrefRegisterFile
                       AT END SET XREF-EOF TO TRUE
                   END-READ
                   IF NOT XREF-EOF
                       AND XR-SYSTEM-CODE = WS-TAXID-SYSTEM-CODE
                       AND XR-PERSON-ID = CJ-PERSON-ID
                       SET HOLDER-HAS-TAX-ID TO TRUE
                   END-IF
               END-PERFORM
               CLOSE XrefRegisterFile
           END-IF.

       CHECK-NEW-PERSON-ENTRY SECTION.
           MOVE "N" TO WS-NEW-PERSON-SWITCH.
           IF CJ-ACTION-WRITE
               IF CJ-PROGRAM-NAME = "BIRTH-REGISTRATION"
                   OR CJ-PROGRAM-NAME = "FILES"
                   OR CJ-PROGRAM-NAME = "TRANSACTION-APPLY"
                   SET NEW-PERSON-ENTRY TO TRUE
               END-IF
           END-IF.

       REQUEST-ONE-PERSON SECTION.
           PERFORM CHECK-TAXID-HOLDER.
           MOVE CJ-PERSON-ID TO WS-TQ-WANT-PERSON.
           PERFORM FIND-TAXID-REQUEST.
           IF HOLDER-HAS-TAX-ID OR WS-TQ-FOUND-IDX > 0
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE CJ-PERSON-ID TO PERSON-ID
               READ RecordFile
                   INVALID KEY
                       ADD 1 TO WS-GONE-COUNT
                   NOT INVALID KEY
                       IF STATUS-ACTIVE OR PERSON-STATUS = SPACE
                           PERFORM WRITE-REQUEST-DETAIL
                       ELSE
                           ADD 1 TO WS-GONE-COUNT
                       END-IF
               END-READ
           END-IF.

       WRITE-REQUEST-DETAIL SECTION.
           IF WS-TQ-COUNT = 2000
               DISPLAY "Tax ID request register is full - PERSON-ID "
                   PERSON-ID " not requested."
               MOVE 2 TO RETURN-CODE
               IF WS-CUTOFF-TIMESTAMP = WS-RUN-TIMESTAMP
                   COMPUTE WS-CUTOFF-TIMESTAMP = CJ-TIMESTAMP - 1
               END-IF
           ELSE
               MOVE SPACES TO REQUEST-LINE
               MOVE "D" TO RD-RECORD-TYPE
               MOVE PERSON-ID TO RD-PERSON-ID
               MOVE DATE-OF-BIRTH TO RD-DATE-OF-BIRTH
               MOVE SURNAME TO RD-SURNAME
               MOVE FIRSTNAME TO RD-FIRSTNAME
               MOVE SEX-CODE TO RD-SEX-CODE
               MOVE STREET TO RD-STREET
               MOVE HOUSENUMBER TO RD-HOUSENUMBER
               MOVE ZIP-CODE TO RD-ZIP-CODE
               MOVE CITY TO RD-CITY
               MOVE NATIONALITY-CODE TO RD-NATIONALITY
               WRITE REQUEST-LINE
               ADD 1 TO WS-REQUEST-COUNT
               ADD PERSON-ID TO WS-REQUEST-HASH
               ADD 1 TO WS-TQ-COUNT
               MOVE PERSON-ID TO T-TQ-PERSON-ID(WS-TQ-COUNT)
               MOVE WS-RUN-DATE TO T-TQ-REQUEST-DATE(WS-TQ-COUNT)
               MOVE "O" TO T-TQ-STATUS(WS-TQ-COUNT)
               MOVE 0 TO T-TQ-ANSWER-DATE(WS-TQ-COUNT)
           END-IF.

       NOTIFY-EMIGRATION-EVENTS SECTION.
           OPEN INPUT EmigrationRegisterFile.
           IF WS-EMIGRATION-REGISTER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL EMIGRATION-EOF
                   READ EmigrationRegisterFile
                       AT END SET EMIGRATION-EOF TO TRUE
                   END-READ
                   IF NOT EMIGRATION-EOF
                       AND EM-TIMESTAMP > WS-LAST-TIMESTAMP
                       AND EM-TIMESTAMP NOT > WS-CUTOFF-TIMESTAMP
                       MOVE EM-PERSON-ID TO PERSON-ID
                       READ RecordFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM WRITE-STATUS-NOTICE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EmigrationRegisterFile
           END-IF.

       WRITE-STATUS-NOTICE SECTION.
           MOVE SPACES TO REQUEST-LINE.
           IF EM-DEPARTURE
               MOVE "E" TO RS-RECORD-TYPE
           ELSE
               MOVE "R" TO RS-RECORD-TYPE
           END-IF.
           MOVE PERSON-ID TO RS-PERSON-ID.
           MOVE DATE-OF-BIRTH TO RS-DATE-OF-BIRTH.
           MOVE SURNAME TO RS-SURNAME.
           MOVE FIRSTNAME TO RS-FIRSTNAME.
           MOVE EM-EVENT-DATE TO RS-EVENT-DATE.
           MOVE EM-COUNTRY-CODE TO RS-COUNTRY-CODE.
           WRITE REQUEST-LINE.
           ADD PERSON-ID TO WS-REQUEST-HASH.
           ADD 1 TO WS-STATUS-NOTICE-COUNT.

       REGISTER-REQUEST-FILE SECTION.
           MOVE WS-REQUEST-FILE-NAME TO TR-FILE-NAME.
           MOVE WS-RUN-DATE TO TR-FILE-DATE.
           MOVE WS-RECORD-COUNT TO TR-RECORD-COUNT.
           MOVE WS-REQUEST-HASH TO TR-HASH-TOTAL.
           MOVE "N" TO TR-HANDED-OVER-FLAG.
           MOVE 0 TO TR-HANDOVER-TIMESTAMP.
           MOVE "N" TO TR-CONFIRMED-FLAG.
           MOVE 0 TO TR-CONFIRM-TIMESTAMP.
           OPEN EXTEND TransmitRegisterFile.
           IF WS-TRANSMIT-REGISTER-STATUS = "35"
               CLOSE TransmitRegisterFile
               OPEN OUTPUT TransmitRegisterFile
           END-IF.
           WRITE TRANSMIT-REGISTER-RECORD.
           CLOSE TransmitRegisterFile.

       COPY "TAXID-REQUEST-IO".

       RESOLVE-ENVIRONMENT SECTION.
           PERFORM LOAD-ENV-PROFILE.
           IF WS-ENV-PREFIX NOT = SPACES
               MOVE WS-ENV-RECORDFILE TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-RECORDFILE
               MOVE WS-ENV-JOURNAL TO WS-ENV-WORK-NAME
               PERFORM APPLY-ENV-PREFIX
               MOVE WS-ENV-WORK-NAME TO WS-ENV-JOURNAL
           END-IF.

       COPY "ENV-SECTIONS".

       END PROGRAM TAX-ID-REQUEST.
