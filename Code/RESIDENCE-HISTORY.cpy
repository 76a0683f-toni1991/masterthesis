           05 RH-EFFECTIVE-DATE PIC 9(8).
           05 RH-OPERATOR-ID PIC X(8).
           05 RH-TIMESTAMP PIC 9(14).
           05 RH-RESIDENCE-TYPE PIC X.
               88 RH-REGISTERED-ADDRESS VALUE SPACE.
               88 RH-MAIN-RESIDENCE VALUE "M".
               88 RH-SECONDARY-RESIDENCE VALUE "S".
           05 RH-RESIDENCE-SEQ PIC 9(2).
           05 RH-END-DATE PIC 9(8).
