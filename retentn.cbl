       01  HISTORY-ARCHIVE-RECORD  PIC X(60).

       FD  JOURNAL-ARCHIVE-FILE.
       01  JOURNAL-ARCHIVE-RECORD  PIC X(404).

       FD  AR-ARCHIVE-FILE.
       01  AR-ARCHIVE-RECORD       PIC X(127).

       FD  RETENTION-WORK-FILE.
       01  RETENTION-WORK-RECORD   PIC X(404).

       FD  RETENTION-REPORT-FILE.
       01  RETENTION-REPORT-LINE   PIC X(60).
