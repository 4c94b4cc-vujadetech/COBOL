           SELECT COVID-MASTER ASSIGN TO "COVIDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-COVID-ID
               ALTERNATE RECORD KEY IS MASTER-RESULT-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MASTER-REGISTERED-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MASTER-SITE-ID
                   WITH DUPLICATES.
