       01 WS-CV-SOURCE.
           05 WS-CV-CERT-NUMBER PIC 9(6).
           05 WS-CV-PERSON-ID PIC 9(6).
           05 WS-CV-ISSUE-DATE PIC 9(8).
       01 WS-CV-SOURCE-DIGITS REDEFINES WS-CV-SOURCE.
           05 WS-CV-DIGIT PIC 9 OCCURS 20 TIMES.
       01 WS-CV-IDX PIC 9(2).
       01 WS-CV-WORK PIC 9(8).
       01 WS-CV-QUOTIENT PIC 9(8).
       01 WS-CV-FIRST PIC 9(4).
       01 WS-CV-SECOND PIC 9(4).
       01 WS-CV-CODE.
           05 WS-CV-CODE-FIRST PIC 9(4).
           05 WS-CV-CODE-DASH PIC X.
           05 WS-CV-CODE-SECOND PIC 9(4).
