       01 WS-PRESORT-SWITCH PIC X VALUE "N".
           88 PRESORT-WANTED VALUE "Y".
       01 PRESORT-EOF-SWITCH PIC X VALUE "N".
           88 PRESORT-EOF VALUE "Y".
       01 WS-POSTAGE-STATUS PIC X(2).
       01 WS-PS-RUN-NAME PIC X(20).
       01 WS-PS-RUN-DATE PIC 9(8).
       01 WS-PS-STATEMENT-NAME PIC X(40).
       01 WS-PS-ZIP-CODE PIC X(6).
       01 WS-PS-STREET PIC X(15).
       01 WS-PS-HOUSENUMBER PIC X(5).
       01 WS-PS-ZONE PIC X(2).
       01 WS-PS-PREV-ZONE PIC X(2).
       01 WS-PS-PIECE-SEQ PIC 9(6) VALUE 0.
       01 WS-PS-LINE-SEQ PIC 9(3) VALUE 0.
       01 WS-PS-OUT-LINE PIC X(72).
       01 WS-PS-BUNDLE-COUNT PIC 9(4) VALUE 0.
       01 WS-PS-ZONE-TABLE.
           05 WS-PS-ZONE-ENTRY OCCURS 100 TIMES.
               10 T-PZ-ZONE PIC X(2).
               10 T-PZ-PIECES PIC 9(6).
               10 T-PZ-BUNDLE PIC 9(4).
       01 WS-PZ-COUNT PIC 9(3) VALUE 0.
       01 WS-PZ-IDX PIC 9(3).
       01 WS-PZ-FOUND PIC 9(3).
       01 WS-PS-TOTAL-PIECES PIC 9(6) VALUE 0.
       01 WS-PS-QUALIFIED-PIECES PIC 9(6) VALUE 0.
       01 WS-PS-RESIDUAL-PIECES PIC 9(6) VALUE 0.
       01 WS-PS-BUNDLE-MINIMUM PIC 9(3) VALUE 10.
       01 WS-PS-TIER-VALUES.
           05 FILLER PIC X(26) VALUE "000000FULL RATE         00".
           05 FILLER PIC X(26) VALUE "000250PRESORT           08".
           05 FILLER PIC X(26) VALUE "001000PRESORT ZONE      15".
           05 FILLER PIC X(26) VALUE "005000BULK PRESORT      22".
       01 WS-PS-TIER-TABLE REDEFINES WS-PS-TIER-VALUES.
           05 WS-PS-TIER OCCURS 4 TIMES.
               10 T-PT-MINIMUM PIC 9(6).
               10 T-PT-NAME PIC X(18).
               10 T-PT-DISCOUNT PIC 9(2).
       01 WS-PT-IDX PIC 9.
       01 WS-PT-REACHED PIC 9.
       01 WS-PS-ZONE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WPZ-ZONE PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WPZ-BUNDLE PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WPZ-PIECES PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WPZ-RATE PIC X(12).
       01 WS-PS-COUNT-EDIT PIC ZZZZZ9.
