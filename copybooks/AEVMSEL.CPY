           SELECT OPTIONAL ADVERSE-EVENT-MASTER ASSIGN TO "AEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-EVENT-KEY
               FILE STATUS IS WS-AE-FILE-STATUS.
