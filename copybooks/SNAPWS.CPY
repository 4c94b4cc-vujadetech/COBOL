       01  WS-SNAP-FILE-STATUS PIC XX VALUE "00".
           88 SNAP-FILE-OK     VALUE "00".
       01  WS-SNAP-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SNAPSHOT  VALUE "Y".
       01  WS-SNAP-FILE-COUNT  PIC 99 VALUE 13.
       01  WS-SNAP-FILE-TAGS.
           05 FILLER PIC X(8) VALUE "COVIDMST".
           05 FILLER PIC X(8) VALUE "PATMST".
           05 FILLER PIC X(8) VALUE "PATXREF".
           05 FILLER PIC X(8) VALUE "AROPEN".
           05 FILLER PIC X(8) VALUE "LOTINV".
           05 FILLER PIC X(8) VALUE "LABORD".
           05 FILLER PIC X(8) VALUE "CLOSECT".
           05 FILLER PIC X(8) VALUE "CIDCTL".
           05 FILLER PIC X(8) VALUE "PNOCTL".
           05 FILLER PIC X(8) VALUE "GLFEED".
           05 FILLER PIC X(8) VALUE "PTDSALES".
           05 FILLER PIC X(8) VALUE "PTDITEMS".
           05 FILLER PIC X(8) VALUE "RECALL".
       01  WS-SNAP-FILE-TAGS-R REDEFINES WS-SNAP-FILE-TAGS.
           05 SNAP-TAG OCCURS 13 TIMES PIC X(8).
       01  WS-SNAP-COUNTS      VALUE ZEROS.
           05 SNAP-COUNT OCCURS 13 TIMES PIC 9(8).
       01  WS-SNAP-SUB         PIC 99 VALUE ZERO.
       01  WS-SNAP-TOTAL       PIC 9(8) VALUE ZERO.
