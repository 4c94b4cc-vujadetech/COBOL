       FD  WASTAGE-HISTORY-FILE.
       01  WASTAGE-HISTORY-RECORD.
           05 WH-SITE-ID       PIC X(3).
           05 WH-LOT-NUMBER    PIC 9(5).
           05 WH-QUANTITY      PIC 9(5).
           05 WH-REASON-CODE   PIC X.
              88 WH-EXPIRED    VALUE "E".
              88 WH-BROKEN     VALUE "B".
              88 WH-OPEN-VIAL  VALUE "O".
              88 WH-TEMPERATURE VALUE "T".
              88 WH-OTHER      VALUE "X".
           05 WH-WASTE-DATE    PIC 9(8).
           05 WH-OPERATOR      PIC X(3).
           05 WH-POSTED-DATE   PIC 9(8).
           05 WH-PROGRAM       PIC X(20).
