       01 RELIGION-CODE-RECORD.
           05 RC-CODE PIC X(2).
           05 RC-NAME PIC X(20).
           05 RC-CHURCH-TAX-FLAG PIC X.
               88 RC-CHURCH-TAX-LIABLE VALUE "Y".
