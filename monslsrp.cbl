      *          accumulation file the daily sales run posts, sorts it
      *          by department and date, and reports each department's
      *          daily trend, month total, and comparison against the
      *          prior period, plus a grand month total, all net of
      *          returns with the returns shown alongside - replacing
      *          the month-end re-adding of thirty daily report
      *          printouts on a calculator. The reporting period
      *          defaults to the current month and can be overridden
       DATA DIVISION.
       FILE SECTION.
       FD  PTD-SALES-FILE.
       01  PTD-SALES-RECORD        PIC X(34).

       FD  MONTH-PARM-FILE.
       01  MONTH-PARM-RECORD.
           05 SW-PERIOD        PIC 9(6).
           05 SW-SALE-DATE     PIC 9(8).
           05 SW-DEPT-CODE     PIC X(4).
           05 SW-AMOUNT        PIC S9(6)V99.
           05 SW-RETURNS       PIC 9(6)V99.

       FD  SORTED-PTD-FILE.
       01  SORTED-PTD-RECORD.
           05 SP-PERIOD        PIC 9(6).
           05 SP-SALE-DATE     PIC 9(8).
           05 SP-DEPT-CODE     PIC X(4).
           05 SP-AMOUNT        PIC S9(6)V99.
           05 SP-RETURNS       PIC 9(6)V99.

       FD  MONTH-REPORT-FILE.
       01  MONTH-REPORT-LINE       PIC X(80).

           COPY AUDITFD.

           05 WS-PP-MONTH      PIC 99.
       01  WS-FIRST-RECORD     PIC X VALUE "Y".
       01  WS-CURRENT-DEPT     PIC X(4) VALUE SPACES.
       01  WS-DEPT-MONTH-TOTAL PIC S9(7)V99 VALUE ZERO.
       01  WS-DEPT-MONTH-RETURNS PIC 9(7)V99 VALUE ZERO.
       01  WS-DEPT-PRIOR-TOTAL PIC S9(7)V99 VALUE ZERO.
       01  WS-MONTH-DIFF       PIC S9(7)V99 VALUE ZERO.
       01  WS-GRAND-MONTH-TOTAL PIC S9(8)V99 VALUE ZERO.
       01  WS-GRAND-MONTH-RETURNS PIC 9(8)V99 VALUE ZERO.
       01  WS-DAY-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-DEPT-REPORTED    PIC 9(4) VALUE ZERO.

           05 FILLER           PIC X(2)  VALUE SPACE.
           05 TL-SALE-DATE     PIC 9(8).
           05 FILLER           PIC X(5)  VALUE "  $  ".
           05 TL-AMOUNT        PIC Z(5)9.99-.
           05 FILLER           PIC X(8)  VALUE "  RET $ ".
           05 TL-RETURNS       PIC Z(5)9.99.

       01  WS-DEPT-TOTAL-LINE.
           05 FILLER           PIC X(8)  VALUE "  MONTH ".
           05 DT-DEPT-CODE     PIC X(4).
           05 FILLER           PIC X(2)  VALUE " $".
           05 DT-MONTH-TOTAL   PIC Z(6)9.99-.
           05 FILLER           PIC X(6)  VALUE " RET $".
           05 DT-MONTH-RETURNS PIC Z(6)9.99.
           05 FILLER           PIC X(8)  VALUE " PRIOR $".
           05 DT-PRIOR-TOTAL   PIC Z(6)9.99-.
           05 FILLER           PIC X(6)  VALUE " DIFF ".
           05 DT-MONTH-DIFF    PIC +(6)9.99.

       01  WS-GRAND-RETURNS-LINE.
           05 FILLER           PIC X(25) VALUE
              "*** MONTH RETURNS     $ ".
           05 GR-GRAND-RETURNS PIC Z(7)9.99.

       01  WS-GRAND-LINE.
           05 FILLER           PIC X(25) VALUE
              "*** MONTH GRAND TOTAL $ ".
           05 GL-GRAND-TOTAL   PIC Z(7)9.99-.

           COPY AUDITWS.

            IF WS-FIRST-RECORD NOT = "Y"
                PERFORM WRITE-DEPT-MONTH-TOTAL
            END-IF
            MOVE WS-GRAND-MONTH-RETURNS TO GR-GRAND-RETURNS
            WRITE MONTH-REPORT-LINE FROM WS-GRAND-RETURNS-LINE
            MOVE WS-GRAND-MONTH-TOTAL TO GL-GRAND-TOTAL
            WRITE MONTH-REPORT-LINE FROM WS-GRAND-LINE
            CLOSE MONTH-REPORT-FILE
                PERFORM POST-PTD-RECORD
            END-IF.

      * records posted before returns were carried have no returns
      * amount
       POST-PTD-RECORD.
            IF SP-RETURNS NOT NUMERIC
                MOVE ZERO TO SP-RETURNS
            END-IF
            IF SP-PERIOD = WS-PRIOR-PERIOD
                ADD SP-AMOUNT TO WS-DEPT-PRIOR-TOTAL
            ELSE
                ADD 1 TO WS-DAY-COUNT
                ADD SP-AMOUNT TO WS-DEPT-MONTH-TOTAL
                ADD SP-AMOUNT TO WS-GRAND-MONTH-TOTAL
                ADD SP-RETURNS TO WS-DEPT-MONTH-RETURNS
                ADD SP-RETURNS TO WS-GRAND-MONTH-RETURNS
                MOVE SP-DEPT-CODE TO TL-DEPT-CODE
                MOVE SP-SALE-DATE TO TL-SALE-DATE
                MOVE SP-AMOUNT TO TL-AMOUNT
                MOVE SP-RETURNS TO TL-RETURNS
                WRITE MONTH-REPORT-LINE FROM WS-TREND-LINE
            END-IF.

            ADD 1 TO WS-DEPT-REPORTED
            MOVE WS-CURRENT-DEPT TO DT-DEPT-CODE
            MOVE WS-DEPT-MONTH-TOTAL TO DT-MONTH-TOTAL
            MOVE WS-DEPT-MONTH-RETURNS TO DT-MONTH-RETURNS
            MOVE WS-DEPT-PRIOR-TOTAL TO DT-PRIOR-TOTAL
            COMPUTE WS-MONTH-DIFF =
                WS-DEPT-MONTH-TOTAL - WS-DEPT-PRIOR-TOTAL
            MOVE WS-MONTH-DIFF TO DT-MONTH-DIFF
            WRITE MONTH-REPORT-LINE FROM WS-DEPT-TOTAL-LINE
            MOVE ZERO TO WS-DEPT-MONTH-TOTAL
            MOVE ZERO TO WS-DEPT-MONTH-RETURNS
            MOVE ZERO TO WS-DEPT-PRIOR-TOTAL.

           COPY AUDITPROC.
