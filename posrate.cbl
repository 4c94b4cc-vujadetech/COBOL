      ******************************************************************
      * Author:
      * Date:
      * Purpose: Positivity-rate trend report - reads the POSITIVE
      *          and NEGATIVE results on COVID-MASTER over a parameter
      *          date range through the master's result-date key,
      *          taking the site and test type from the same record
      *          (a corrected result counts once, at its current
      *          outcome), and reports
      *          daily positivity percentages by site and type plus
      *          weekly percentages by site with a run-total line.
      *          A site whose weekly rate jumps more than the
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COVMSTSEL.
           SELECT OPTIONAL TREND-PARM-FILE ASSIGN TO "TRNDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
           COPY COVMSTFD.

       FD  TREND-PARM-FILE.
       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-TREND VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-FROM-DAY-NO      PIC 9(10) VALUE ZERO.
       01  WS-JUMP-POINTS      PIC 9(3)V9 VALUE 10.0.
       01  WS-SELECTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-JUMP-COUNT       PIC 9(4) VALUE ZERO.

       01  WS-CUR-SITE         PIC X(3) VALUE LOW-VALUES.
           05 FILLER           PIC X(7)  VALUE "  PCT  ".
           05 RT-RATE          PIC ZZ9.9.

           COPY AUDITWS.
           COPY CTOTWS.

            PERFORM LOAD-TREND-PARM
            COMPUTE WS-FROM-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
            OPEN INPUT COVID-MASTER
            OPEN OUTPUT TREND-WORK-FILE
            PERFORM SCAN-RESULT-DATE-RANGE
            CLOSE COVID-MASTER
            CLOSE TREND-WORK-FILE
            SORT SORT-WORK-FILE
                                 SR-RESULT-DATE
                USING TREND-WORK-FILE
                OUTPUT PROCEDURE IS REPORT-TREND
            DISPLAY WS-SELECTED-COUNT " result(s) trended, "
                WS-JUMP-COUNT " week-over-week jump(s)."
            MOVE WS-SELECTED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-JUMP-COUNT " RATE JUMPS"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM CLOSE-AUDIT-LOG
            MOVE "POSITIVITY-TREND" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-SELECTED-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE ZERO TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            END-IF
            CLOSE TREND-PARM-FILE.

      * only the range's own slice of the master is read: the scan
      * starts at the first result dated on or after the range start
      * and stops at the first one past the range end
       SCAN-RESULT-DATE-RANGE.
            MOVE WS-FROM-DATE TO MASTER-RESULT-DATE
            START COVID-MASTER KEY NOT LESS THAN MASTER-RESULT-DATE
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-MASTER-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-MASTER-FILE TO TRUE
                    NOT AT END
                        IF MASTER-RESULT-DATE > WS-TO-DATE
                            SET END-OF-MASTER-FILE TO TRUE
                        ELSE
                            PERFORM SELECT-ONE-RESULT
                        END-IF
                END-READ
            END-PERFORM.

       SELECT-ONE-RESULT.
            IF MASTER-OUTCOME = "POSITIVE"
               OR MASTER-OUTCOME = "NEGATIVE"
                ADD 1 TO WS-SELECTED-COUNT
                MOVE MASTER-SITE-ID TO SR-SITE-ID
                MOVE MASTER-TYPE-CODE TO SR-TYPE-CODE
                MOVE MASTER-RESULT-DATE TO SR-RESULT-DATE
                IF MASTER-OUTCOME = "POSITIVE"
                    MOVE "P" TO SR-POS-FLAG
                ELSE
                    MOVE "N" TO SR-POS-FLAG
                END-IF
                WRITE TREND-WORK-RECORD FROM SORT-TREND-RECORD
            END-IF.

       REPORT-TREND.
