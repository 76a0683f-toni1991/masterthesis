       01 PORTAL-REPLY-RECORD.
           05 PY-REQUEST-ID PIC X(12).
           05 PY-STATUS PIC X.
               88 PY-ACCEPTED VALUE "A".
               88 PY-IN-REVIEW VALUE "W".
           05 PY-REASON-CODE PIC X(4).
           05 PY-WORKBASKET-ITEM PIC 9(6).
           05 PY-REPLY-DATE PIC 9(8).
           05 PY-TEXT PIC X(40).
