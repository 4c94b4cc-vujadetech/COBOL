           SELECT OPTIONAL CONTRACT-RATE-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRAT-FILE-STATUS.
