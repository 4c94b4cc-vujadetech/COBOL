           05 PARM-RETENTION-DAYS  PIC 9(4).

       FD  ARCHIVE-EXTRACT-FILE.
       01  ARCHIVE-EXTRACT-RECORD  PIC X(179).

       FD  ARCHIVE-REPORT-FILE.
       01  ARCHIVE-REPORT-LINE     PIC X(60).
