       01 WS-PHON-IN PIC X(10).
       01 WS-PHON-OUT PIC X(4).
       01 WS-PHON-SEARCH PIC X(4).
       01 WS-PHON-CHAR PIC X.
       01 WS-PHON-DIGIT PIC X.
       01 WS-PHON-PREV PIC X.
       01 WS-PHON-POS PIC 9(2).
       01 WS-PHON-IDX PIC 9(2).
