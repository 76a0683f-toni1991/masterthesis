       COPY "WRITE-LOG".

       FD ArchiveFile.
       01 ARCHIVE-LINE PIC X(216).

       FD AgeBracketControlFile.
       01 AGE-BRACKET-CONTROL-RECORD.
