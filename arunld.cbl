           COPY ARITMFD.

       FD  AR-BACKUP-FILE.
       01  AR-BACKUP-RECORD        PIC X(127).

           COPY AUDITFD.
           COPY CTOTFD.
