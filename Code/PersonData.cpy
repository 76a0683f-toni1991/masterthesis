               88 STATUS-DECEASED VALUE "X".
               88 STATUS-PENDING-PURGE VALUE "P".
               88 STATUS-TRANSFERRED VALUE "T".
               88 STATUS-EMIGRATED VALUE "E".
           05 OPERATOR-ID PIC X(8).
           05 WRITE-TIMESTAMP PIC 9(14).
           05 MUNICIPALITY-CODE PIC X(4).
                   15 EC-PERSON-ID PIC 9(6).
                   15 EC-NAME PIC X(20).
                   15 EC-PHONE PIC X(12).
           05 RELIGION-CODE PIC X(2).
               88 RELIGION-NOT-RECORDED VALUE SPACES.
           05 RELIGION-EFFECTIVE-DATE PIC 9(8).
           05 PREFERRED-LANGUAGE PIC X(2).
               88 LANGUAGE-NOT-RECORDED VALUE SPACES.
               88 LANGUAGE-GERMAN VALUE "DE".
               88 LANGUAGE-ENGLISH VALUE "EN".
               88 LANGUAGE-TURKISH VALUE "TR".
       01  CONTROL-RECORD REDEFINES PERSON.
           05 CONTROL-ID PIC 9(6).
           05 CONTROL-COUNT PIC 9(6).
           05 CONTROL-LAYOUT-VERSION PIC 9(2).
           05 FILLER PIC X(194).
