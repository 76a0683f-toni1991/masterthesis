          ASSIGN TO DYNAMIC WS-ENV-NAMEHIST
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-NAME-HISTORY-STATUS.
       SELECT PersonNoteFile
          ASSIGN TO "personnotes.txt"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PERSON-NOTE-STATUS.
       SELECT TransmitRegisterFile
          ASSIGN TO "transmitregister.txt"
          ORGANIZATION IS LINE SEQUENTIAL
       FD ArchiveFile.
       01 ARCHIVE-LINE.
           05 AL-PERSON-ID PIC 9(6).
           05 FILLER PIC X(210).

       FD ExportFile.
       01 EXPORT-LINE.
       FD JournalFile.
       01 JOURNAL-LINE.
           05 JL-PERSON-ID PIC 9(6).
           05 FILLER PIC X(467).

       FD NameHistoryFile.
       COPY "NAME-HISTORY".

       FD PersonNoteFile.
       COPY "PERSON-NOTE".

       FD TransmitRegisterFile.
       COPY "TRANSMIT-REGISTER".

       01 GENERATION-LINE PIC X(80).

       FD PurgeWorkFile.
       01 PURGE-WORK-LINE PIC X(473).

       FD CertificateFile.
       01 CERTIFICATE-RECORD.
           05 PC-JOURNAL-REMOVED PIC 9(4).
           05 PC-NAMEHIST-REMOVED PIC 9(4).
           05 PC-GENFILE-REMOVED PIC 9(4).
           05 PC-NOTES-REMOVED PIC 9(4).

       FD RecordLockFile.
       COPY "RECORD-LOCK".
       01 WS-PURGE-ID-TEXT PIC X(6).
       01 WS-PURGE-WORK-STATUS PIC X(2).
       01 WS-CERTIFICATE-STATUS PIC X(2).
       01 WS-PERSON-NOTE-STATUS PIC X(2).
       COPY "TRAILER-KEY".
       01 WS-PURGE-ID PIC 9(6).
       01 WS-PURGE-OPERATOR-ID PIC X(8).
       01 WS-JOURNAL-REMOVED PIC 9(4) VALUE 0.
       01 WS-NAMEHIST-REMOVED PIC 9(4) VALUE 0.
       01 WS-GENFILE-REMOVED PIC 9(4) VALUE 0.
       01 WS-NOTES-REMOVED PIC 9(4) VALUE 0.
       01 WS-SCRUB-REMOVED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
               PERFORM SCRUB-WRITE-LOG
               PERFORM SCRUB-JOURNAL
               PERFORM SCRUB-NAME-HISTORY
               PERFORM SCRUB-PERSON-NOTES
               PERFORM SCRUB-EXPORT-GENERATIONS
               PERFORM CLEAR-PURGE-WORK
               PERFORM WRITE-PURGE-CERTIFICATE
                   WS-JOURNAL-REMOVED
               DISPLAY "  namehistory.txt  removed: "
                   WS-NAMEHIST-REMOVED
               DISPLAY "  personnotes.txt  removed: "
                   WS-NOTES-REMOVED
               DISPLAY "  export generations removed: "
                   WS-GENFILE-REMOVED " (from " WS-GEN-COUNT
                   " registered files)".
           END-IF.
           MOVE WS-SCRUB-REMOVED TO WS-NAMEHIST-REMOVED.

       SCRUB-PERSON-NOTES SECTION.
           MOVE 0 TO WS-SCRUB-REMOVED.
           OPEN INPUT PersonNoteFile.
           IF WS-PERSON-NOTE-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT PurgeWorkFile
               MOVE "N" TO EOF-SWITCH
               PERFORM UNTIL EOF
                   READ PersonNoteFile
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF
                       IF PN-PERSON-ID = WS-PURGE-ID
                           ADD 1 TO WS-SCRUB-REMOVED
                       ELSE
                           MOVE PERSON-NOTE-RECORD
                               TO PURGE-WORK-LINE
                           WRITE PURGE-WORK-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PersonNoteFile
               CLOSE PurgeWorkFile
               OPEN INPUT PurgeWorkFile
               OPEN OUTPUT PersonNoteFile
               MOVE "N" TO EOF-SWITCH
               PERFORM UNTIL EOF
                   READ PurgeWorkFile
                       AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF
                       MOVE PURGE-WORK-LINE TO PERSON-NOTE-RECORD
                       WRITE PERSON-NOTE-RECORD
                   END-IF
               END-PERFORM
               CLOSE PurgeWorkFile
               CLOSE PersonNoteFile
           END-IF.
           MOVE WS-SCRUB-REMOVED TO WS-NOTES-REMOVED.

       SCRUB-EXPORT-GENERATIONS SECTION.
           MOVE WS-PURGE-ID TO WS-PURGE-ID-TEXT.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE WS-JOURNAL-REMOVED TO PC-JOURNAL-REMOVED.
           MOVE WS-NAMEHIST-REMOVED TO PC-NAMEHIST-REMOVED.
           MOVE WS-GENFILE-REMOVED TO PC-GENFILE-REMOVED.
           MOVE WS-NOTES-REMOVED TO PC-NOTES-REMOVED.
           OPEN EXTEND CertificateFile.
           IF WS-CERTIFICATE-STATUS = "35"
               CLOSE CertificateFile
