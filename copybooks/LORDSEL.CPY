           SELECT OPTIONAL LAB-ORDER-FILE ASSIGN TO "LABORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-ORDER-KEY
               ALTERNATE RECORD KEY IS LO-MANIFEST-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-LORD-FILE-STATUS.
