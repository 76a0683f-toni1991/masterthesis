       01 WS-GEO-SEGMENT-STATUS PIC X(2).
       01 WS-GEO-LOADED-SWITCH PIC X VALUE "N".
           88 GEO-SEGMENTS-LOADED VALUE "Y".
       01 WS-GEO-PRESENT-SWITCH PIC X VALUE "N".
           88 GEO-SEGMENTS-PRESENT VALUE "Y".
       01 GEO-EOF-SWITCH PIC X VALUE "N".
           88 GEO-EOF VALUE "Y".
       01 WS-GEO-TABLE.
           05 WS-GEO-ENTRY OCCURS 2000 TIMES.
               10 T-GS-STREET PIC X(15).
               10 T-GS-FROM-NUMBER PIC 9(4).
               10 T-GS-TO-NUMBER PIC 9(4).
               10 T-GS-PARITY PIC X.
               10 T-GS-ELECTORAL PIC X(6).
               10 T-GS-STATISTICAL PIC X(6).
               10 T-GS-CATCHMENT PIC X(6).
       01 WS-GEO-COUNT PIC 9(4) VALUE 0.
       01 WS-GEO-IDX PIC 9(4).
       01 WS-GEO-STREET PIC X(15).
       01 WS-GEO-HOUSENUMBER PIC X(5).
       01 WS-GEO-NUMBER PIC 9(4).
       01 WS-GEO-DIGIT PIC 9.
       01 WS-GEO-CHAR-IDX PIC 9.
       01 WS-GEO-HALF PIC 9(4).
       01 WS-GEO-REMAINDER PIC 9.
       01 WS-GEO-FOUND-SWITCH PIC X VALUE "N".
           88 GEO-SEGMENT-FOUND VALUE "Y".
       01 WS-GEO-ELECTORAL PIC X(6).
       01 WS-GEO-STATISTICAL PIC X(6).
       01 WS-GEO-CATCHMENT PIC X(6).
