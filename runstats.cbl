      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch run-time statistics and batch-window report -
      *          times every step of the daily cycle from its RUN
      *          STARTED entry to its RUN ENDED entry on AUDIT.LOG,
      *          takes each step's record count from CONTROL.TOT (or,
      *          once the end-of-day step has rolled that off, from
      *          its dated history) to give records processed per
      *          minute, and compares each step with its own trailing
      *          30-day average kept on the run-time history. A step
      *          running far longer than usual is flagged, and the
      *          cycle's end, taken from the cycle history, is judged
      *          against the batch window set on the optional RUNPARM
      *          file so a late cycle is called out before the
      *          morning clinics find it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITSEL.
           COPY CYCSEL.
           COPY BWINSEL.
           COPY CTOTSEL.
           COPY CTHSEL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHST-FILE-STATUS.
           SELECT RUNTIME-REPORT-FILE ASSIGN TO "RUNSTATS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITFD.
           COPY CYCFD.
           COPY BWINFD.
           COPY CTOTFD.
           COPY CTHFD.

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05 RH-CYCLE-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-JOB-STEP      PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-PROGRAM-NAME  PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-START-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-START-TIME    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-END-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-END-TIME      PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-ELAPSED-SECS  PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 RH-RECORD-COUNT  PIC 9(7).

       FD  RUNTIME-REPORT-FILE.
       01  RUNTIME-REPORT-LINE     PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-RHST-FILE-STATUS PIC XX VALUE "00".
           88 RHST-FILE-OK     VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-AUDIT-LOG VALUE "Y".
       01  WS-CTOT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-CONTROL-TOTALS VALUE "Y".
       01  WS-CTH-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-CONTROL-HISTORY VALUE "Y".
       01  WS-RHST-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-RUN-HISTORY VALUE "Y".

       01  WS-CYCLE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-NEXT-DATE        PIC 9(8) VALUE ZERO.
       01  WS-AVERAGE-FROM     PIC 9(8) VALUE ZERO.
       01  WS-KEEP-FROM        PIC 9(8) VALUE ZERO.
       01  WS-AVERAGE-DAYS     PIC 9(3) VALUE 30.
       01  WS-KEEP-DAYS        PIC 9(3) VALUE 90.
      * a step is only called long when it is also a full minute over
      * its average, so a two-second step taking five is not flagged
       01  WS-LONG-RUN-FLOOR   PIC 9(4) VALUE 60.
       01  WS-LONG-RUN-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-MISSING-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-STEP-SUB         PIC 99 VALUE ZERO.
       01  WS-STEP-HIT         PIC 99 VALUE ZERO.
       01  WS-TOTAL-ELAPSED    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-AVERAGE    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-COMPARED   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-PERCENT    PIC 9(5) VALUE ZERO.
       01  WS-CYCLE-START-DATE PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-START-TIME PIC 9(6) VALUE ZERO.

       01  WS-TIME-PARTS.
           05 WS-TP-HH         PIC 99.
           05 WS-TP-MM         PIC 99.
           05 WS-TP-SS         PIC 99.
       01  WS-START-SECS       PIC 9(12) VALUE ZERO.
       01  WS-END-SECS         PIC 9(12) VALUE ZERO.

       01  WS-STEP-COUNT       PIC 99 VALUE 12.
       01  WS-STEP-DEFINITIONS.
           05 FILLER PIC X(7)  VALUE "STEP005".
           05 FILLER PIC X(20) VALUE "CYCLE-SNAPSHOT".
           05 FILLER PIC X(7)  VALUE "STEP010".
           05 FILLER PIC X(20) VALUE "PATIENT-INTAKE".
           05 FILLER PIC X(7)  VALUE "STEP020".
           05 FILLER PIC X(20) VALUE "COVID-REGISTRATION".
           05 FILLER PIC X(7)  VALUE "STEP030".
           05 FILLER PIC X(20) VALUE "LAB-RESULTS-RECON".
           05 FILLER PIC X(7)  VALUE "STEP040".
           05 FILLER PIC X(20) VALUE "LOTBATCH".
           05 FILLER PIC X(7)  VALUE "STEP050".
           05 FILLER PIC X(20) VALUE "SALES-REPORT".
           05 FILLER PIC X(7)  VALUE "STEP060".
           05 FILLER PIC X(20) VALUE "ConditionNames".
           05 FILLER PIC X(7)  VALUE "STEP063".
           05 FILLER PIC X(20) VALUE "EHR-FEED".
           05 FILLER PIC X(7)  VALUE "STEP065".
           05 FILLER PIC X(20) VALUE "CYCLE-BALANCING".
           05 FILLER PIC X(7)  VALUE "STEP067".
           05 FILLER PIC X(20) VALUE "DEPOSIT-BALANCING".
           05 FILLER PIC X(7)  VALUE "STEP070".
           05 FILLER PIC X(20) VALUE "END-OF-DAY-REPORT".
           05 FILLER PIC X(7)  VALUE "STEP080".
           05 FILLER PIC X(20) VALUE "AUDIT-LOG-VERIFY".
       01  WS-STEP-DEFINITIONS-R REDEFINES WS-STEP-DEFINITIONS.
           05 STEP-DEFINITION OCCURS 12 TIMES.
              10 SD-JOB-STEP   PIC X(7).
              10 SD-PROGRAM    PIC X(20).

       01  WS-STEP-STATS-TABLE.
           05 STEP-STATS-ENTRY OCCURS 12 TIMES.
              10 ST-START-DATE PIC 9(8).
              10 ST-START-TIME PIC 9(6).
              10 ST-END-DATE   PIC 9(8).
              10 ST-END-TIME   PIC 9(6).
              10 ST-ELAPSED    PIC 9(6).
              10 ST-RECORDS    PIC 9(7).
              10 ST-RATE       PIC 9(7).
              10 ST-HIST-TOTAL PIC 9(9).
              10 ST-HIST-COUNT PIC 9(3).
              10 ST-AVERAGE    PIC 9(6).
              10 ST-PERCENT    PIC 9(5).

       01  WS-HIST-MAX         PIC 9(4) VALUE 1200.
       01  WS-HIST-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-HIST-SUB         PIC 9(4) VALUE ZERO.
       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 1200 TIMES.
              10 HE-CYCLE-DATE   PIC 9(8).
              10 HE-JOB-STEP     PIC X(7).
              10 HE-PROGRAM-NAME PIC X(20).
              10 HE-START-DATE   PIC 9(8).
              10 HE-START-TIME   PIC 9(6).
              10 HE-END-DATE     PIC 9(8).
              10 HE-END-TIME     PIC 9(6).
              10 HE-ELAPSED-SECS PIC 9(6).
              10 HE-RECORD-COUNT PIC 9(7).

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** DAILY BATCH RUN-TIME AND WINDOW REPORT ***".

       01  WS-CYCLE-LINE.
           05 FILLER           PIC X(11) VALUE "CYCLE DATE ".
           05 CL-CYCLE-DATE    PIC 9(8).
           05 FILLER           PIC X(16) VALUE "  WINDOW CLOSES ".
           05 CL-WINDOW-END    PIC 9(6).
           05 FILLER           PIC X(16) VALUE "  LONG RUN OVER ".
           05 CL-LONG-RUN-PCT  PIC ZZ9.
           05 FILLER           PIC X(21) VALUE
              "% OF 30-DAY AVERAGE".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(29) VALUE "STEP    PROGRAM".
           05 FILLER           PIC X(30) VALUE
              "START  END     SECS   AVG    %".
           05 FILLER           PIC X(31) VALUE
              " RECORDS PER MIN FLAG".

       01  WS-STEP-DETAIL.
           05 SL-JOB-STEP      PIC X(7).
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-PROGRAM       PIC X(20).
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-START-TIME    PIC 9(6).
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-END-TIME      PIC 9(6).
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-ELAPSED       PIC ZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-AVERAGE       PIC ZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-PERCENT       PIC ZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-RECORDS       PIC ZZZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-RATE          PIC ZZZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-FLAG          PIC X(10).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(43) VALUE "ALL STEPS".
           05 TL-ELAPSED       PIC ZZZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 TL-AVERAGE       PIC ZZZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 TL-PERCENT       PIC ZZZ9.

       01  WS-CYCLE-END-LINE.
           05 FILLER           PIC X(14) VALUE "CYCLE STARTED ".
           05 CE-START-DATE    PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 CE-START-TIME    PIC 9(6).
           05 FILLER           PIC X(8)  VALUE "  ENDED ".
           05 CE-END-DATE      PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 CE-END-TIME      PIC 9(6).
           05 FILLER           PIC X(16) VALUE "  WINDOW CLOSES ".
           05 CE-DUE-DATE      PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 CE-DUE-TIME      PIC 9(6).

       01  WS-MESSAGE-LINE     PIC X(90) VALUE SPACES.

           COPY AUDITWS.
           COPY CYCWS.
           COPY BWINWS.
           COPY CTOTWS.
           COPY CTHWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "BATCH-RUNTIME-STATS" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            PERFORM LOAD-BATCH-WINDOW-PARM
            PERFORM FIND-CYCLE-END
            IF WS-BWIN-CYCLE-DATE = ZERO
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BWIN-CYCLE-DATE
            END-IF
            MOVE WS-BWIN-CYCLE-DATE TO WS-CYCLE-DATE
            PERFORM JUDGE-CYCLE-SLA
            COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) + 1)
            COMPUTE WS-AVERAGE-FROM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                - WS-AVERAGE-DAYS)
            COMPUTE WS-KEEP-FROM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                - WS-KEEP-DAYS)
            INITIALIZE WS-STEP-STATS-TABLE
            PERFORM COLLECT-STEP-TIMES
            PERFORM COLLECT-RECORD-COUNTS
            PERFORM LOAD-RUN-HISTORY
            OPEN OUTPUT RUNTIME-REPORT-FILE
            PERFORM WRITE-REPORT-HEADINGS
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT
                PERFORM REPORT-ONE-STEP
            END-PERFORM
            PERFORM WRITE-CYCLE-SUMMARY
            CLOSE RUNTIME-REPORT-FILE
            PERFORM SAVE-RUN-HISTORY
            DISPLAY "cycle " WS-CYCLE-DATE ": " WS-TOTAL-ELAPSED
                " step second(s), " WS-LONG-RUN-COUNT
                " long-running step(s), " WS-MISSING-COUNT
                " step(s) without a complete run."
            IF CYCLE-SLA-BREACHED
                DISPLAY "*** cycle " WS-CYCLE-DATE " breached the "
                    "batch window closing at " WS-BWIN-WINDOW-END
                    " ***"
            END-IF
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-CYCLE-DATE TO WS-AUDIT-KEY-VALUE
            IF CYCLE-SLA-BREACHED
                STRING "COMPLETED, SLA BREACH, "
                    WS-LONG-RUN-COUNT " LONG"
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            ELSE
                STRING "COMPLETED, " WS-LONG-RUN-COUNT " LONG"
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            END-IF
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            PERFORM SET-RETURN-CODE
            STOP RUN.

       SET-RETURN-CODE.
            EVALUATE TRUE
                WHEN CYCLE-SLA-BREACHED
                    MOVE 4 TO RETURN-CODE
                WHEN WS-LONG-RUN-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * a step rerun the same day is timed on its last run; the end
      * entry is taken up to the morning after, for a step that ran
      * on past midnight
       COLLECT-STEP-TIMES.
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT AUDIT-LOG-FILE
            IF AUDIT-FILE-OK
                PERFORM UNTIL END-OF-AUDIT-LOG
                    READ AUDIT-LOG-FILE
                        AT END SET END-OF-AUDIT-LOG TO TRUE
                        NOT AT END PERFORM NOTE-STEP-AUDIT-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE AUDIT-LOG-FILE.

       NOTE-STEP-AUDIT-RECORD.
            MOVE ZERO TO WS-STEP-HIT
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT
                       OR WS-STEP-HIT > ZERO
                IF AL-PROGRAM-NAME = SD-PROGRAM(WS-STEP-SUB)
                    MOVE WS-STEP-SUB TO WS-STEP-HIT
                END-IF
            END-PERFORM
            IF WS-STEP-HIT > ZERO
                EVALUATE TRUE
                    WHEN AL-OUTCOME(1:11) = "RUN STARTED"
                     AND AL-DATE = WS-CYCLE-DATE
                        MOVE AL-DATE TO ST-START-DATE(WS-STEP-HIT)
                        MOVE AL-TIME TO ST-START-TIME(WS-STEP-HIT)
                        MOVE ZERO TO ST-END-DATE(WS-STEP-HIT)
                        MOVE ZERO TO ST-END-TIME(WS-STEP-HIT)
                    WHEN AL-OUTCOME(1:9) = "RUN ENDED"
                     AND ST-START-DATE(WS-STEP-HIT) > ZERO
                     AND ST-END-DATE(WS-STEP-HIT) = ZERO
                     AND (AL-DATE = WS-CYCLE-DATE
                          OR AL-DATE = WS-NEXT-DATE)
                        MOVE AL-DATE TO ST-END-DATE(WS-STEP-HIT)
                        MOVE AL-TIME TO ST-END-TIME(WS-STEP-HIT)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      * CONTROL.TOT only lives until the end-of-day step rolls it onto
      * the dated control-total history; a cycle that stopped short
      * of that step still has it, otherwise the history has the
      * cycle's counts
       COLLECT-RECORD-COUNTS.
            OPEN INPUT CONTROL-TOTALS-FILE
            IF CTOT-FILE-OK
                PERFORM UNTIL END-OF-CONTROL-TOTALS
                    READ CONTROL-TOTALS-FILE
                        AT END SET END-OF-CONTROL-TOTALS TO TRUE
                        NOT AT END
                            MOVE CT-PROGRAM-NAME
                                TO WS-CTOT-PROGRAM-NAME
                            MOVE CT-RECORD-COUNT
                                TO WS-CTOT-RECORD-COUNT
                            PERFORM ADD-STEP-RECORD-COUNT
                    END-READ
                END-PERFORM
                CLOSE CONTROL-TOTALS-FILE
            ELSE
                PERFORM COLLECT-HISTORY-COUNTS
            END-IF.

       COLLECT-HISTORY-COUNTS.
            OPEN INPUT CONTROL-HIST-FILE
            IF CTH-FILE-OK
                PERFORM UNTIL END-OF-CONTROL-HISTORY
                    READ CONTROL-HIST-FILE
                        AT END SET END-OF-CONTROL-HISTORY TO TRUE
                        NOT AT END
                            IF HT-CYCLE-DATE = WS-CYCLE-DATE
                                MOVE HT-PROGRAM-NAME
                                    TO WS-CTOT-PROGRAM-NAME
                                MOVE HT-RECORD-COUNT
                                    TO WS-CTOT-RECORD-COUNT
                                PERFORM ADD-STEP-RECORD-COUNT
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CONTROL-HIST-FILE.

       ADD-STEP-RECORD-COUNT.
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-STEP-COUNT
                IF WS-CTOT-PROGRAM-NAME = SD-PROGRAM(WS-STEP-SUB)
                    ADD WS-CTOT-RECORD-COUNT
                        TO ST-RECORDS(WS-STEP-SUB)
                END-IF
            END-PERFORM.

      * the history carries each step's timings cycle by cycle; the
      * run being reported is dropped from it and written back fresh
      * so a rerun of this report does not count the cycle twice
       LOAD-RUN-HISTORY.
            MOVE ZERO TO WS-HIST-COUNT
            OPEN INPUT RUN-HISTORY-FILE
            IF RHST-FILE-OK
                PERFORM UNTIL END-OF-RUN-HISTORY
                    READ RUN-HISTORY-FILE
                        AT END SET END-OF-RUN-HISTORY TO TRUE
                        NOT AT END PERFORM KEEP-ONE-HISTORY-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE RUN-HISTORY-FILE.

       KEEP-ONE-HISTORY-RECORD.
            IF RH-CYCLE-DATE NOT < WS-KEEP-FROM
               AND RH-CYCLE-DATE NOT = WS-CYCLE-DATE
                IF WS-HIST-COUNT < WS-HIST-MAX
                    ADD 1 TO WS-HIST-COUNT
                    MOVE RH-CYCLE-DATE
                        TO HE-CYCLE-DATE(WS-HIST-COUNT)
                    MOVE RH-JOB-STEP TO HE-JOB-STEP(WS-HIST-COUNT)
                    MOVE RH-PROGRAM-NAME
                        TO HE-PROGRAM-NAME(WS-HIST-COUNT)
                    MOVE RH-START-DATE
                        TO HE-START-DATE(WS-HIST-COUNT)
                    MOVE RH-START-TIME
                        TO HE-START-TIME(WS-HIST-COUNT)
                    MOVE RH-END-DATE TO HE-END-DATE(WS-HIST-COUNT)
                    MOVE RH-END-TIME TO HE-END-TIME(WS-HIST-COUNT)
                    MOVE RH-ELAPSED-SECS
                        TO HE-ELAPSED-SECS(WS-HIST-COUNT)
                    MOVE RH-RECORD-COUNT
                        TO HE-RECORD-COUNT(WS-HIST-COUNT)
                    PERFORM ADD-TO-STEP-AVERAGE
                ELSE
                    DISPLAY "*** run-time history table full, "
                        "record dropped - raise WS-HIST-MAX ***"
                END-IF
            END-IF.

       ADD-TO-STEP-AVERAGE.
            IF RH-CYCLE-DATE NOT < WS-AVERAGE-FROM
               AND RH-CYCLE-DATE < WS-CYCLE-DATE
                PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                        UNTIL WS-STEP-SUB > WS-STEP-COUNT
                    IF RH-JOB-STEP = SD-JOB-STEP(WS-STEP-SUB)
                        ADD RH-ELAPSED-SECS
                            TO ST-HIST-TOTAL(WS-STEP-SUB)
                        ADD 1 TO ST-HIST-COUNT(WS-STEP-SUB)
                    END-IF
                END-PERFORM
            END-IF.

       WRITE-REPORT-HEADINGS.
            WRITE RUNTIME-REPORT-LINE FROM WS-REPORT-HEADING
            MOVE WS-CYCLE-DATE TO CL-CYCLE-DATE
            MOVE WS-BWIN-WINDOW-END TO CL-WINDOW-END
            MOVE WS-BWIN-LONG-RUN-PCT TO CL-LONG-RUN-PCT
            WRITE RUNTIME-REPORT-LINE FROM WS-CYCLE-LINE
            MOVE SPACES TO RUNTIME-REPORT-LINE
            WRITE RUNTIME-REPORT-LINE
            WRITE RUNTIME-REPORT-LINE FROM WS-COLUMN-HEADING.

       REPORT-ONE-STEP.
            MOVE SPACES TO SL-FLAG
            MOVE SD-JOB-STEP(WS-STEP-SUB) TO SL-JOB-STEP
            MOVE SD-PROGRAM(WS-STEP-SUB) TO SL-PROGRAM
            MOVE ST-START-TIME(WS-STEP-SUB) TO SL-START-TIME
            MOVE ST-END-TIME(WS-STEP-SUB) TO SL-END-TIME
            IF ST-HIST-COUNT(WS-STEP-SUB) > ZERO
                COMPUTE ST-AVERAGE(WS-STEP-SUB) ROUNDED =
                    ST-HIST-TOTAL(WS-STEP-SUB)
                    / ST-HIST-COUNT(WS-STEP-SUB)
            END-IF
            EVALUATE TRUE
                WHEN ST-START-DATE(WS-STEP-SUB) = ZERO
                    ADD 1 TO WS-MISSING-COUNT
                    MOVE "NOT RUN" TO SL-FLAG
                WHEN ST-END-DATE(WS-STEP-SUB) = ZERO
                    ADD 1 TO WS-MISSING-COUNT
                    MOVE "NO END" TO SL-FLAG
                WHEN OTHER
                    PERFORM TIME-ONE-STEP
            END-EVALUATE
            MOVE ST-ELAPSED(WS-STEP-SUB) TO SL-ELAPSED
            MOVE ST-AVERAGE(WS-STEP-SUB) TO SL-AVERAGE
            MOVE ST-PERCENT(WS-STEP-SUB) TO SL-PERCENT
            MOVE ST-RECORDS(WS-STEP-SUB) TO SL-RECORDS
            MOVE ST-RATE(WS-STEP-SUB) TO SL-RATE
            WRITE RUNTIME-REPORT-LINE FROM WS-STEP-DETAIL.

      * a step that took no measurable time is rated as if it took
      * one second, so its records still show a rate
       TIME-ONE-STEP.
            MOVE ST-START-TIME(WS-STEP-SUB) TO WS-TIME-PARTS
            COMPUTE WS-START-SECS =
                FUNCTION INTEGER-OF-DATE(ST-START-DATE(WS-STEP-SUB))
                    * 86400
                + WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS
            MOVE ST-END-TIME(WS-STEP-SUB) TO WS-TIME-PARTS
            COMPUTE WS-END-SECS =
                FUNCTION INTEGER-OF-DATE(ST-END-DATE(WS-STEP-SUB))
                    * 86400
                + WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS
            COMPUTE ST-ELAPSED(WS-STEP-SUB) =
                WS-END-SECS - WS-START-SECS
            IF ST-ELAPSED(WS-STEP-SUB) > ZERO
                COMPUTE ST-RATE(WS-STEP-SUB) ROUNDED =
                    ST-RECORDS(WS-STEP-SUB) * 60
                    / ST-ELAPSED(WS-STEP-SUB)
            ELSE
                COMPUTE ST-RATE(WS-STEP-SUB) =
                    ST-RECORDS(WS-STEP-SUB) * 60
            END-IF
            ADD ST-ELAPSED(WS-STEP-SUB) TO WS-TOTAL-ELAPSED
            IF WS-CYCLE-START-DATE = ZERO
                MOVE ST-START-DATE(WS-STEP-SUB) TO WS-CYCLE-START-DATE
                MOVE ST-START-TIME(WS-STEP-SUB) TO WS-CYCLE-START-TIME
            END-IF
            IF ST-AVERAGE(WS-STEP-SUB) > ZERO
                ADD ST-AVERAGE(WS-STEP-SUB) TO WS-TOTAL-AVERAGE
                ADD ST-ELAPSED(WS-STEP-SUB) TO WS-TOTAL-COMPARED
                COMPUTE ST-PERCENT(WS-STEP-SUB) ROUNDED =
                    ST-ELAPSED(WS-STEP-SUB) * 100
                    / ST-AVERAGE(WS-STEP-SUB)
                IF ST-PERCENT(WS-STEP-SUB) > WS-BWIN-LONG-RUN-PCT
                   AND ST-ELAPSED(WS-STEP-SUB)
                       - ST-AVERAGE(WS-STEP-SUB) >= WS-LONG-RUN-FLOOR
                    ADD 1 TO WS-LONG-RUN-COUNT
                    MOVE "LONG RUN" TO SL-FLAG
                    DISPLAY "*** " SD-JOB-STEP(WS-STEP-SUB) " "
                        SD-PROGRAM(WS-STEP-SUB) " ran "
                        ST-ELAPSED(WS-STEP-SUB) " seconds against "
                        "a 30-day average of "
                        ST-AVERAGE(WS-STEP-SUB) " ***"
                END-IF
            END-IF
            PERFORM ADD-CURRENT-TO-HISTORY.

       ADD-CURRENT-TO-HISTORY.
            IF WS-HIST-COUNT < WS-HIST-MAX
                ADD 1 TO WS-HIST-COUNT
                MOVE WS-CYCLE-DATE TO HE-CYCLE-DATE(WS-HIST-COUNT)
                MOVE SD-JOB-STEP(WS-STEP-SUB)
                    TO HE-JOB-STEP(WS-HIST-COUNT)
                MOVE SD-PROGRAM(WS-STEP-SUB)
                    TO HE-PROGRAM-NAME(WS-HIST-COUNT)
                MOVE ST-START-DATE(WS-STEP-SUB)
                    TO HE-START-DATE(WS-HIST-COUNT)
                MOVE ST-START-TIME(WS-STEP-SUB)
                    TO HE-START-TIME(WS-HIST-COUNT)
                MOVE ST-END-DATE(WS-STEP-SUB)
                    TO HE-END-DATE(WS-HIST-COUNT)
                MOVE ST-END-TIME(WS-STEP-SUB)
                    TO HE-END-TIME(WS-HIST-COUNT)
                MOVE ST-ELAPSED(WS-STEP-SUB)
                    TO HE-ELAPSED-SECS(WS-HIST-COUNT)
                MOVE ST-RECORDS(WS-STEP-SUB)
                    TO HE-RECORD-COUNT(WS-HIST-COUNT)
            ELSE
                DISPLAY "*** run-time history table full, "
                    "record dropped - raise WS-HIST-MAX ***"
            END-IF.

       WRITE-CYCLE-SUMMARY.
            MOVE SPACES TO RUNTIME-REPORT-LINE
            WRITE RUNTIME-REPORT-LINE
            MOVE WS-TOTAL-ELAPSED TO TL-ELAPSED
            MOVE WS-TOTAL-AVERAGE TO TL-AVERAGE
            MOVE ZERO TO WS-TOTAL-PERCENT
      * the percentage sets the steps with an average against that
      * average, so a step new to the history does not skew it
            IF WS-TOTAL-AVERAGE > ZERO
                COMPUTE WS-TOTAL-PERCENT ROUNDED =
                    WS-TOTAL-COMPARED * 100 / WS-TOTAL-AVERAGE
            END-IF
            MOVE WS-TOTAL-PERCENT TO TL-PERCENT
            WRITE RUNTIME-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE WS-CYCLE-START-DATE TO CE-START-DATE
            MOVE WS-CYCLE-START-TIME TO CE-START-TIME
            MOVE WS-BWIN-END-DATE TO CE-END-DATE
            MOVE WS-BWIN-END-TIME TO CE-END-TIME
            MOVE WS-BWIN-DUE-DATE TO CE-DUE-DATE
            MOVE WS-BWIN-WINDOW-END TO CE-DUE-TIME
            WRITE RUNTIME-REPORT-LINE FROM WS-CYCLE-END-LINE
            MOVE SPACES TO WS-MESSAGE-LINE
            EVALUATE TRUE
                WHEN CYCLE-SLA-BREACHED AND WS-BWIN-END-DATE = ZERO
                    STRING "*** SLA BREACH: CYCLE STILL OPEN AFTER "
                        "THE BATCH WINDOW CLOSED ***"
                        DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                WHEN CYCLE-SLA-BREACHED
                    STRING "*** SLA BREACH: CYCLE ENDED AFTER THE "
                        "BATCH WINDOW CLOSED ***"
                        DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                WHEN WS-BWIN-END-DATE = ZERO
                    MOVE "CYCLE NOT YET COMPLETE, WINDOW STILL OPEN"
                        TO WS-MESSAGE-LINE
                WHEN OTHER
                    MOVE "CYCLE ENDED WITHIN THE BATCH WINDOW"
                        TO WS-MESSAGE-LINE
            END-EVALUATE
            WRITE RUNTIME-REPORT-LINE FROM WS-MESSAGE-LINE
            IF WS-LONG-RUN-COUNT > ZERO
                MOVE SPACES TO WS-MESSAGE-LINE
                STRING "*** " WS-LONG-RUN-COUNT " STEP(S) RAN FAR "
                    "LONGER THAN THEIR 30-DAY AVERAGE ***"
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                WRITE RUNTIME-REPORT-LINE FROM WS-MESSAGE-LINE
            END-IF.

       SAVE-RUN-HISTORY.
            OPEN OUTPUT RUN-HISTORY-FILE
            PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                    UNTIL WS-HIST-SUB > WS-HIST-COUNT
                MOVE SPACES TO RUN-HISTORY-RECORD
                MOVE HE-CYCLE-DATE(WS-HIST-SUB) TO RH-CYCLE-DATE
                MOVE HE-JOB-STEP(WS-HIST-SUB) TO RH-JOB-STEP
                MOVE HE-PROGRAM-NAME(WS-HIST-SUB) TO RH-PROGRAM-NAME
                MOVE HE-START-DATE(WS-HIST-SUB) TO RH-START-DATE
                MOVE HE-START-TIME(WS-HIST-SUB) TO RH-START-TIME
                MOVE HE-END-DATE(WS-HIST-SUB) TO RH-END-DATE
                MOVE HE-END-TIME(WS-HIST-SUB) TO RH-END-TIME
                MOVE HE-ELAPSED-SECS(WS-HIST-SUB) TO RH-ELAPSED-SECS
                MOVE HE-RECORD-COUNT(WS-HIST-SUB) TO RH-RECORD-COUNT
                WRITE RUN-HISTORY-RECORD
            END-PERFORM
            CLOSE RUN-HISTORY-FILE.

           COPY AUDITPROC.
           COPY BWINPROC.

       END PROGRAM RUNSTATS.
