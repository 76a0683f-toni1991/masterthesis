           05 WS-IMG-PERMIT-EXPIRY PIC 9(8).
           05 WS-IMG-PROTECTION PIC X.
           05 WS-IMG-EMERGENCY PIC X(76).
           05 WS-IMG-RELIGION PIC X(2).
           05 WS-IMG-RELIGION-DATE PIC 9(8).
           05 WS-IMG-LANGUAGE PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
