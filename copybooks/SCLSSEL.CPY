           SELECT OPTIONAL SITE-CLOSURE-FILE ASSIGN TO "SITECLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCLS-FILE-STATUS.
