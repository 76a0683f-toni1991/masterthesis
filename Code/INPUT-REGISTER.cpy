       01 INPUT-REGISTER-RECORD.
           05 IR-PROGRAM-NAME PIC X(20).
           05 IR-FILE-NAME PIC X(40).
           05 IR-RECORD-COUNT PIC 9(8).
           05 IR-HASH PIC 9(8).
           05 IR-RUN-TIMESTAMP PIC 9(14).
           05 IR-OPERATOR-ID PIC X(8).
           05 IR-OVERRIDE-BY PIC X(8).
