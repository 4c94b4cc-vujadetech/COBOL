           SELECT OPTIONAL VACCINATOR-MASTER-FILE
               ASSIGN TO "VACCMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACM-FILE-STATUS.
