           SELECT OPTIONAL WASTAGE-HISTORY-FILE ASSIGN TO "WASTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WSTH-FILE-STATUS.
