               88 FS-SOURCE-CERT VALUE "C".
               88 FS-SOURCE-TRANSMIT VALUE "T".
               88 FS-SOURCE-REPORT VALUE "R".
               88 FS-SOURCE-INQUIRY VALUE "Q".
           05 FS-MATCH-NAME PIC X(20).
           05 FS-AMOUNT PIC 9(5)V99.
           05 FS-SLOT-MINUTES PIC 9(3).
           05 FS-VALID-FROM PIC 9(8).
           05 FS-VALID-TO PIC 9(8).
