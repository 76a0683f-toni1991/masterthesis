               88 AX-MODE-BROWSE VALUE "B".
               88 AX-MODE-PROT-OVERRIDE VALUE "O".
               88 AX-MODE-READ-SCAN VALUE "R".
               88 AX-MODE-UNMASKED VALUE "U".
               88 AX-MODE-SCOPE-REFUSED VALUE "X".
               88 AX-MODE-ARCHIVE-READ VALUE "A".
           05 AX-REASON PIC X(40).
