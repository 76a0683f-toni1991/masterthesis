           05 IV-INVOICE-DATE PIC 9(8).
           05 IV-AMOUNT PIC 9(5)V99.
           05 IV-PAID-FLAG PIC X.
               88 IV-PAID VALUE "Y" "X".
               88 IV-CANCELLED VALUE "X".
               88 IV-IN-PLAN VALUE "I".
           05 IV-PAID-DATE PIC 9(8).
           05 IV-FULL-FEE PIC 9(5)V99.
           05 IV-REDUCTION PIC 9(5)V99.
           05 IV-REDUCTION-PERCENT PIC 9(3).
           05 IV-EXEMPTION-CATEGORY PIC X(4).
               88 IV-NOT-EXEMPT VALUE SPACES.
