       FD  BATCH-WINDOW-PARM-FILE.
       01  BATCH-WINDOW-PARM-RECORD.
           05 BW-CYCLE-DATE      PIC 9(8).
           05 BW-WINDOW-END-TIME PIC 9(6).
           05 BW-LONG-RUN-PCT    PIC 9(3).
