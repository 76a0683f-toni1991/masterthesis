       01 PRESORT-RECORD.
           05 PS-ZONE PIC X(2).
           05 PS-ZIP-CODE PIC X(6).
           05 PS-STREET PIC X(15).
           05 PS-HOUSENUMBER PIC X(5).
           05 PS-PIECE-SEQ PIC 9(6).
           05 PS-LINE-SEQ PIC 9(3).
           05 PS-LINE PIC X(72).
