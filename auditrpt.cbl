       01  AUDIT-REPORT-LINE       PIC X(90).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD    PIC X(112).

       FD  AUDIT-KEEP-FILE.
       01  AUDIT-KEEP-RECORD       PIC X(112).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
