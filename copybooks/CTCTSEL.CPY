           SELECT OPTIONAL CLOSE-CONTACT-FILE ASSIGN TO "CLOSECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTACT-KEY
               ALTERNATE RECORD KEY IS CT-CONTACT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CTCT-FILE-STATUS.
