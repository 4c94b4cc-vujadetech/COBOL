      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales prior-year comparison report - gathers net
      *          sales by department, year and month from the sales
      *          history file (closed years) and the period-to-date
      *          file (the year not yet closed), and reports each
      *          department's figures for the reporting month and for
      *          the year to date through that month against the same
      *          period last year, with the change in dollars and in
      *          percent, plus the same comparison for all departments
      *          together, for budget season. The reporting month
      *          defaults to the current month and can be overridden
      *          by the optional CMPPARM file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSCOMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PTD-SALES-FILE ASSIGN TO "PTDSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-FILE-STATUS.
           SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT OPTIONAL COMPARE-PARM-FILE ASSIGN TO "CMPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "CMPSRT.WRK".
           SELECT COMPARE-REPORT-FILE ASSIGN TO "SLSCOMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PTD-SALES-FILE.
       01  PTD-SALES-RECORD.
           05 PTD-PERIOD.
              10 PTD-YEAR      PIC 9(4).
              10 PTD-MONTH     PIC 99.
           05 PTD-SALE-DATE    PIC 9(8).
           05 PTD-DEPT-CODE    PIC X(4).
           05 PTD-AMOUNT       PIC S9(6)V99.
           05 PTD-RETURNS      PIC 9(6)V99.

       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05 SH-YEAR          PIC 9(4).
           05 SH-MONTH         PIC 99.
           05 SH-DEPT-CODE     PIC X(4).
           05 SH-NET-AMOUNT    PIC S9(7)V99.
           05 SH-RETURNS       PIC 9(7)V99.
           05 SH-CLOSE-DATE    PIC 9(8).

       FD  COMPARE-PARM-FILE.
       01  COMPARE-PARM-RECORD.
           05 PARM-PERIOD      PIC 9(6).

       SD  SORT-WORK-FILE.
       01  SORT-COMPARE-RECORD.
           05 CS-DEPT-CODE     PIC X(4).
           05 CS-YEAR          PIC 9(4).
           05 CS-MONTH         PIC 99.
           05 CS-AMOUNT        PIC S9(7)V99.

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-LINE     PIC X(80).

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-PTD-FILE-STATUS  PIC XX VALUE "00".
           88 PTD-FILE-OK      VALUE "00".
       01  WS-HIST-FILE-STATUS PIC XX VALUE "00".
           88 HIST-FILE-OK     VALUE "00".
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-FILE      VALUE "Y".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-SALES VALUE "Y".
       01  WS-FIRST-RECORD     PIC X VALUE "Y".
       01  WS-REPORT-PERIOD    PIC 9(6) VALUE ZERO.
       01  WS-REPORT-PARTS REDEFINES WS-REPORT-PERIOD.
           05 WS-RP-YEAR       PIC 9(4).
           05 WS-RP-MONTH      PIC 99.
       01  WS-PRIOR-PERIOD     PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
           05 WS-PP-YEAR       PIC 9(4).
           05 WS-PP-MONTH      PIC 99.
       01  WS-CURRENT-DEPT     PIC X(4) VALUE SPACES.
       01  WS-DEPT-REPORTED    PIC 9(4) VALUE ZERO.
       01  WS-RECORDS-USED     PIC 9(6) VALUE ZERO.

      * this year and last year, month and year to date, for the
      * department in hand and for all departments
       01  WS-DEPT-FIGURES.
           05 WS-DEPT-MONTH-CUR  PIC S9(8)V99.
           05 WS-DEPT-MONTH-PRI  PIC S9(8)V99.
           05 WS-DEPT-YTD-CUR    PIC S9(8)V99.
           05 WS-DEPT-YTD-PRI    PIC S9(8)V99.
       01  WS-ALL-FIGURES.
           05 WS-ALL-MONTH-CUR   PIC S9(9)V99.
           05 WS-ALL-MONTH-PRI   PIC S9(9)V99.
           05 WS-ALL-YTD-CUR     PIC S9(9)V99.
           05 WS-ALL-YTD-PRI     PIC S9(9)V99.
       01  WS-LINE-CUR         PIC S9(9)V99 VALUE ZERO.
       01  WS-LINE-PRI         PIC S9(9)V99 VALUE ZERO.
       01  WS-LINE-CHANGE      PIC S9(9)V99 VALUE ZERO.
       01  WS-LINE-PCT         PIC S9(4)V9 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(26) VALUE
              "*** SALES COMPARISON FOR ".
           05 RH-PERIOD        PIC 9(6).
           05 FILLER           PIC X(9)  VALUE " AGAINST ".
           05 RH-PRIOR-PERIOD  PIC 9(6).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(40) VALUE
              "DEPT  PERIOD    THIS YEAR      LAST YEAR".
           05 FILLER           PIC X(40) VALUE
              "          CHANGE CHANGE %".

       01  WS-COMPARE-LINE.
           05 CL-DEPT-CODE     PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 CL-PERIOD-LABEL  PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 CL-THIS-YEAR     PIC Z(7)9.99-.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 CL-LAST-YEAR     PIC Z(7)9.99-.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 CL-CHANGE        PIC +(8)9.99.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 CL-PCT-AREA      PIC X(7).
           05 CL-PCT REDEFINES CL-PCT-AREA PIC +(4)9.9.

           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "SALES-YR-COMPARE" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-PERIOD
            PERFORM LOAD-COMPARE-PARM
            MOVE WS-REPORT-PERIOD TO WS-PRIOR-PERIOD
            SUBTRACT 1 FROM WS-PP-YEAR
            INITIALIZE WS-DEPT-FIGURES
            INITIALIZE WS-ALL-FIGURES
            OPEN OUTPUT COMPARE-REPORT-FILE
            MOVE WS-REPORT-PERIOD TO RH-PERIOD
            MOVE WS-PRIOR-PERIOD TO RH-PRIOR-PERIOD
            WRITE COMPARE-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE COMPARE-REPORT-LINE FROM WS-COLUMN-HEADING
            SORT SORT-WORK-FILE
                ON ASCENDING KEY CS-DEPT-CODE
                INPUT PROCEDURE IS GATHER-SALES-FIGURES
                OUTPUT PROCEDURE IS REPORT-SALES-COMPARISON
            CLOSE COMPARE-REPORT-FILE
            DISPLAY WS-DEPT-REPORTED " department(s) compared for "
                WS-REPORT-PERIOD " against " WS-PRIOR-PERIOD "."
            MOVE WS-REPORT-PERIOD TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-DEPT-REPORTED " DEPT(S)"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            STOP RUN.

       LOAD-COMPARE-PARM.
            OPEN INPUT COMPARE-PARM-FILE
            IF PARM-FILE-OK
                READ COMPARE-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-PERIOD IS NUMERIC
                            MOVE PARM-PERIOD TO WS-REPORT-PERIOD
                        END-IF
                END-READ
            END-IF
            CLOSE COMPARE-PARM-FILE.

      * a year is either still on the period-to-date file or, once
      * the year-end close has run, on the history file - never both
       GATHER-SALES-FIGURES.
            OPEN INPUT SALES-HISTORY-FILE
            IF HIST-FILE-OK
                PERFORM UNTIL END-OF-FILE
                    READ SALES-HISTORY-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END PERFORM RELEASE-HISTORY-FIGURE
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SALES-HISTORY-FILE
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT PTD-SALES-FILE
            IF PTD-FILE-OK
                PERFORM UNTIL END-OF-FILE
                    READ PTD-SALES-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END PERFORM RELEASE-PTD-FIGURE
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PTD-SALES-FILE.

       RELEASE-HISTORY-FIGURE.
            IF (SH-YEAR = WS-RP-YEAR OR SH-YEAR = WS-PP-YEAR)
               AND SH-MONTH NOT > WS-RP-MONTH
                MOVE SH-DEPT-CODE TO CS-DEPT-CODE
                MOVE SH-YEAR TO CS-YEAR
                MOVE SH-MONTH TO CS-MONTH
                MOVE SH-NET-AMOUNT TO CS-AMOUNT
                RELEASE SORT-COMPARE-RECORD
            END-IF.

       RELEASE-PTD-FIGURE.
            IF (PTD-YEAR = WS-RP-YEAR OR PTD-YEAR = WS-PP-YEAR)
               AND PTD-MONTH NOT > WS-RP-MONTH
                MOVE PTD-DEPT-CODE TO CS-DEPT-CODE
                MOVE PTD-YEAR TO CS-YEAR
                MOVE PTD-MONTH TO CS-MONTH
                MOVE PTD-AMOUNT TO CS-AMOUNT
                RELEASE SORT-COMPARE-RECORD
            END-IF.

       REPORT-SALES-COMPARISON.
            PERFORM UNTIL END-OF-SORTED-SALES
                RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORTED-SALES TO TRUE
                    NOT AT END PERFORM ADD-ONE-FIGURE
                END-RETURN
            END-PERFORM
            IF WS-FIRST-RECORD NOT = "Y"
                PERFORM WRITE-DEPT-COMPARISON
            END-IF
            MOVE SPACES TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            MOVE "ALL " TO CL-DEPT-CODE
            MOVE "MONTH " TO CL-PERIOD-LABEL
            MOVE WS-ALL-MONTH-CUR TO WS-LINE-CUR
            MOVE WS-ALL-MONTH-PRI TO WS-LINE-PRI
            PERFORM WRITE-COMPARE-LINE
            MOVE SPACES TO CL-DEPT-CODE
            MOVE "YTD   " TO CL-PERIOD-LABEL
            MOVE WS-ALL-YTD-CUR TO WS-LINE-CUR
            MOVE WS-ALL-YTD-PRI TO WS-LINE-PRI
            PERFORM WRITE-COMPARE-LINE.

       ADD-ONE-FIGURE.
            ADD 1 TO WS-RECORDS-USED
            IF WS-FIRST-RECORD = "Y"
                MOVE CS-DEPT-CODE TO WS-CURRENT-DEPT
                MOVE "N" TO WS-FIRST-RECORD
            ELSE
                IF CS-DEPT-CODE NOT = WS-CURRENT-DEPT
                    PERFORM WRITE-DEPT-COMPARISON
                    MOVE CS-DEPT-CODE TO WS-CURRENT-DEPT
                END-IF
            END-IF
            IF CS-YEAR = WS-RP-YEAR
                ADD CS-AMOUNT TO WS-DEPT-YTD-CUR
                ADD CS-AMOUNT TO WS-ALL-YTD-CUR
                IF CS-MONTH = WS-RP-MONTH
                    ADD CS-AMOUNT TO WS-DEPT-MONTH-CUR
                    ADD CS-AMOUNT TO WS-ALL-MONTH-CUR
                END-IF
            ELSE
                ADD CS-AMOUNT TO WS-DEPT-YTD-PRI
                ADD CS-AMOUNT TO WS-ALL-YTD-PRI
                IF CS-MONTH = WS-RP-MONTH
                    ADD CS-AMOUNT TO WS-DEPT-MONTH-PRI
                    ADD CS-AMOUNT TO WS-ALL-MONTH-PRI
                END-IF
            END-IF.

       WRITE-DEPT-COMPARISON.
            ADD 1 TO WS-DEPT-REPORTED
            MOVE WS-CURRENT-DEPT TO CL-DEPT-CODE
            MOVE "MONTH " TO CL-PERIOD-LABEL
            MOVE WS-DEPT-MONTH-CUR TO WS-LINE-CUR
            MOVE WS-DEPT-MONTH-PRI TO WS-LINE-PRI
            PERFORM WRITE-COMPARE-LINE
            MOVE SPACES TO CL-DEPT-CODE
            MOVE "YTD   " TO CL-PERIOD-LABEL
            MOVE WS-DEPT-YTD-CUR TO WS-LINE-CUR
            MOVE WS-DEPT-YTD-PRI TO WS-LINE-PRI
            PERFORM WRITE-COMPARE-LINE
            INITIALIZE WS-DEPT-FIGURES.

      * no percentage can be shown against a last-year figure of zero
       WRITE-COMPARE-LINE.
            MOVE WS-LINE-CUR TO CL-THIS-YEAR
            MOVE WS-LINE-PRI TO CL-LAST-YEAR
            COMPUTE WS-LINE-CHANGE = WS-LINE-CUR - WS-LINE-PRI
            MOVE WS-LINE-CHANGE TO CL-CHANGE
            IF WS-LINE-PRI = ZERO
                MOVE "    N/A" TO CL-PCT-AREA
            ELSE
                COMPUTE WS-LINE-PCT ROUNDED =
                    WS-LINE-CHANGE * 100 / WS-LINE-PRI
                    ON SIZE ERROR MOVE 9999.9 TO WS-LINE-PCT
                END-COMPUTE
                MOVE WS-LINE-PCT TO CL-PCT
            END-IF
            WRITE COMPARE-REPORT-LINE FROM WS-COMPARE-LINE.

           COPY AUDITPROC.

       END PROGRAM SLSCOMP.
