           SELECT OPTIONAL CYCLE-SNAPSHOT-FILE ASSIGN TO "CYCSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
