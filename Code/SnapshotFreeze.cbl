           05 SNAP-AGE PIC 9(3).
           05 SNAP-FIRSTNAME PIC X(10).
           05 SNAP-SURNAME PIC X(10).
           05 SNAP-REST PIC X(171).

       FD SnapshotInfoFile.
       COPY "SNAPSHOT-INFO".
