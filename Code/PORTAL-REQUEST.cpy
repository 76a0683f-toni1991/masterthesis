       01 PORTAL-REQUEST-RECORD.
           05 PR-REQUEST-ID PIC X(12).
           05 PR-REQUEST-TYPE PIC X.
               88 PR-CERTIFICATE VALUE "C".
               88 PR-ADDRESS-CHANGE VALUE "A".
           05 PR-PERSON-ID PIC X(6).
           05 PR-CHECK-DIGIT PIC X.
           05 PR-DATE-OF-BIRTH PIC X(8).
           05 PR-STREET PIC X(15).
           05 PR-HOUSENUMBER PIC X(5).
           05 PR-ZIP-CODE PIC X(6).
           05 PR-CITY PIC X(15).
           05 PR-MOVE-DATE PIC X(8).
