       01 WS-DOCUMENT-REGISTER-STATUS PIC X(2).
       01 WS-ENV-DOCUMENTS PIC X(40) VALUE "documents.dat".
       01 WS-DOCUMENT-TYPE-NAME PIC X(13).
       01 WS-DOCUMENT-STATUS-NAME PIC X(15).
