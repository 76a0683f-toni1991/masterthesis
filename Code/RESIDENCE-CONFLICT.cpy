       01 RESIDENCE-CONFLICT-RECORD.
           05 RC-PERSON-ID PIC 9(6).
           05 FILLER PIC X.
           05 RC-SURNAME PIC X(10).
           05 RC-FIRSTNAME PIC X(10).
           05 RC-DATE-OF-BIRTH PIC 9(8).
           05 RC-SEX-CODE PIC X.
           05 RC-STREET PIC X(15).
           05 RC-HOUSENUMBER PIC X(5).
           05 RC-ZIP-CODE PIC X(6).
           05 RC-CITY PIC X(15).
           05 RC-SEPARATOR PIC X(3).
           05 RC-OTHER-MUNICIPALITY PIC X(4).
           05 RC-OTHER-MUNICIPALITY-NAME PIC X(20).
           05 RC-OTHER-SURNAME PIC X(10).
           05 RC-OTHER-FIRSTNAME PIC X(10).
           05 RC-OTHER-DATE-OF-BIRTH PIC 9(8).
           05 RC-OTHER-SEX-CODE PIC X.
           05 RC-OTHER-STREET PIC X(15).
           05 RC-OTHER-HOUSENUMBER PIC X(5).
           05 RC-OTHER-ZIP-CODE PIC X(6).
           05 RC-OTHER-CITY PIC X(15).
           05 RC-OTHER-REGISTERED-FROM PIC 9(8).
