           SELECT ASSISTANCE-FILE ASSIGN TO "FINASST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-PATIENT-NUMBER
               FILE STATUS IS WS-FAST-FILE-STATUS.
