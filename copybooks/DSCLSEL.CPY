           SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSCL-FILE-STATUS.
