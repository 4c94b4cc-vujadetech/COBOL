           SELECT OPTIONAL BATCH-WINDOW-PARM-FILE
               ASSIGN TO "RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWIN-FILE-STATUS.
