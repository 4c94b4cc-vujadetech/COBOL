           SELECT OPTIONAL EHR-MESSAGE-LOG ASSIGN TO "EHRMSG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-MESSAGE-ID
               FILE STATUS IS WS-EHRM-FILE-STATUS.
