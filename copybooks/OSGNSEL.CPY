           SELECT OPTIONAL SIGNON-STATUS-FILE ASSIGN TO "OPRSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OSGN-FILE-STATUS.
