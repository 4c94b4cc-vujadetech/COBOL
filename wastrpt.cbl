      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly dose wastage report - selects the period's
      *          wasted doses from the wastage history WASTPOST keeps
      *          and the period's administered doses from the
      *          COVID-MASTER dose history, sorts them by site and lot,
      *          and reports each lot's doses administered and doses
      *          wasted by reason (expired, broken, open vial,
      *          temperature, other) with site totals and the period
      *          total the state asks for each month. The wastage rate
      *          is doses wasted over doses used (administered plus
      *          wasted). The period defaults to the current month and
      *          can be overridden by the optional WASTPARM file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WASTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WSTHSEL.
           COPY COVMSTSEL.
           COPY SITESEL.
           SELECT OPTIONAL WASTE-PARM-FILE ASSIGN TO "WASTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT WASTE-WORK-FILE ASSIGN TO "WASTRPT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "WSTSRT.WRK".
           SELECT WASTE-REPORT-FILE ASSIGN TO "WASTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY WSTHFD.
           COPY COVMSTFD.
           COPY SITEFD.

       FD  WASTE-PARM-FILE.
       01  WASTE-PARM-RECORD.
           05 PARM-PERIOD      PIC 9(6).

       FD  WASTE-WORK-FILE.
       01  WASTE-WORK-RECORD       PIC X(14).

      * a reason code of space marks an administered dose
       SD  SORT-WORK-FILE.
       01  SORT-WASTE-RECORD.
           05 SR-SITE-ID       PIC X(3).
           05 SR-LOT-NUMBER    PIC 9(5).
           05 SR-REASON-CODE   PIC X.
           05 SR-QUANTITY      PIC 9(5).

       FD  WASTE-REPORT-FILE.
       01  WASTE-REPORT-LINE       PIC X(90).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-WSTH-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-WASTE-HISTORY VALUE "Y".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-WASTE VALUE "Y".
       01  WS-FIRST-GROUP-FLAG PIC X VALUE "Y".
           88 FIRST-WASTE-GROUP VALUE "Y".
       01  WS-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-SITE     PIC X(3) VALUE LOW-VALUES.
       01  WS-CURRENT-LOT      PIC 9(5) VALUE ZERO.
       01  WS-DOSE-SUB         PIC 9 VALUE ZERO.
       01  WS-REASON-SUB       PIC 9 VALUE ZERO.
       01  WS-LEVEL            PIC 9 VALUE ZERO.
       01  WS-WASTE-SELECTED   PIC 9(6) VALUE ZERO.
       01  WS-DOSES-SELECTED   PIC 9(6) VALUE ZERO.
       01  WS-LOT-LINE-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-USED-TOTAL       PIC 9(8) VALUE ZERO.
       01  WS-WASTE-RATE       PIC 9(3)V9 VALUE ZERO.

      * running totals: level 1 is the lot, 2 the site, 3 the period;
      * the wasted counts are by reason in the order E B O T X
       01  WS-TOTALS-TABLE.
           05 WS-TOTAL-LEVEL OCCURS 3 TIMES.
              10 TL-ADMINISTERED  PIC 9(7).
              10 TL-WASTED-TOTAL  PIC 9(7).
              10 TL-WASTED OCCURS 5 TIMES PIC 9(7).

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(36) VALUE
              "*** MONTHLY DOSE WASTAGE REPORT FOR ".
           05 RH-PERIOD        PIC 9(6).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(50) VALUE
              "           ADMINISTERED  EXPIRED   BROKEN OPENVIAL".
           05 FILLER           PIC X(50) VALUE
              " TEMPERAT    OTHER   WASTED    RATE".

       01  WS-SITE-HEADING.
           05 FILLER           PIC X(6)  VALUE "SITE ".
           05 SH-SITE-ID       PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 SH-SITE-NAME     PIC X(20).

       01  WS-WASTE-LINE.
           05 WL-LABEL         PIC X(12).
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 WL-ADMINISTERED  PIC Z(6)9.
           05 WL-WASTED-GROUP.
              10 WL-WASTED-ENTRY OCCURS 5 TIMES.
                 15 FILLER     PIC X(2).
                 15 WL-WASTED  PIC Z(6)9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 WL-WASTED-TOTAL  PIC Z(6)9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 WL-WASTE-RATE    PIC ZZ9.9.
           05 FILLER           PIC X     VALUE "%".

       01  WS-LOT-LABEL.
           05 FILLER           PIC X(6)  VALUE "  LOT ".
           05 LL-LOT-NUMBER    PIC 9(5).
           05 FILLER           PIC X     VALUE SPACE.

           COPY WSTHWS.
           COPY SITEWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "WASTAGE-REPORT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD
            PERFORM LOAD-WASTE-PARM
            PERFORM LOAD-SITE-TABLE
            OPEN OUTPUT WASTE-WORK-FILE
            PERFORM SELECT-PERIOD-WASTAGE
            PERFORM SELECT-PERIOD-DOSES
            CLOSE WASTE-WORK-FILE
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-SITE-ID
                                 SR-LOT-NUMBER
                USING WASTE-WORK-FILE
                OUTPUT PROCEDURE IS REPORT-PERIOD-WASTAGE
            DISPLAY WS-WASTE-SELECTED " wastage record(s) and "
                WS-DOSES-SELECTED " administered dose(s) for "
                WS-PERIOD ", " TL-WASTED-TOTAL(3) " dose(s) wasted."
            MOVE WS-PERIOD TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " TL-WASTED-TOTAL(3) " WASTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "WASTAGE-REPORT" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-LOT-LINE-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE ZERO TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       LOAD-WASTE-PARM.
            OPEN INPUT WASTE-PARM-FILE
            IF PARM-FILE-OK
                READ WASTE-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PARM-PERIOD TO WS-PERIOD
                END-READ
            END-IF
            CLOSE WASTE-PARM-FILE.

       SELECT-PERIOD-WASTAGE.
            OPEN INPUT WASTAGE-HISTORY-FILE
            IF WSTH-FILE-OK
                PERFORM UNTIL END-OF-WASTE-HISTORY
                    READ WASTAGE-HISTORY-FILE
                        AT END SET END-OF-WASTE-HISTORY TO TRUE
                        NOT AT END PERFORM SELECT-ONE-WASTAGE
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no wastage history on file ***"
            END-IF
            CLOSE WASTAGE-HISTORY-FILE.

       SELECT-ONE-WASTAGE.
            IF WH-WASTE-DATE(1:6) = WS-PERIOD
                ADD 1 TO WS-WASTE-SELECTED
                MOVE WH-SITE-ID TO SR-SITE-ID
                MOVE WH-LOT-NUMBER TO SR-LOT-NUMBER
                MOVE WH-REASON-CODE TO SR-REASON-CODE
                MOVE WH-QUANTITY TO SR-QUANTITY
                WRITE WASTE-WORK-RECORD FROM SORT-WASTE-RECORD
            END-IF.

      * an administered dose counts at the patient's master site,
      * the site that relieved the lot when the dose was posted
       SELECT-PERIOD-DOSES.
            OPEN INPUT COVID-MASTER
            MOVE LOW-VALUES TO MASTER-COVID-ID
            START COVID-MASTER KEY NOT LESS THAN MASTER-COVID-ID
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-MASTER-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-MASTER-FILE TO TRUE
                    NOT AT END PERFORM SELECT-PATIENT-DOSES
                END-READ
            END-PERFORM
            CLOSE COVID-MASTER.

       SELECT-PATIENT-DOSES.
            PERFORM VARYING WS-DOSE-SUB FROM 1 BY 1
                    UNTIL WS-DOSE-SUB > 5
                IF MASTER-DOSE-DATE(WS-DOSE-SUB)(1:6) = WS-PERIOD
                   AND MASTER-DOSE-LOT(WS-DOSE-SUB) > ZERO
                    ADD 1 TO WS-DOSES-SELECTED
                    MOVE MASTER-SITE-ID TO SR-SITE-ID
                    MOVE MASTER-DOSE-LOT(WS-DOSE-SUB) TO SR-LOT-NUMBER
                    MOVE SPACE TO SR-REASON-CODE
                    MOVE 1 TO SR-QUANTITY
                    WRITE WASTE-WORK-RECORD FROM SORT-WASTE-RECORD
                END-IF
            END-PERFORM.

       REPORT-PERIOD-WASTAGE.
            OPEN OUTPUT WASTE-REPORT-FILE
            MOVE WS-PERIOD TO RH-PERIOD
            WRITE WASTE-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE WASTE-REPORT-LINE FROM WS-COLUMN-HEADING
            INITIALIZE WS-TOTALS-TABLE
            PERFORM UNTIL END-OF-SORTED-WASTE
                RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORTED-WASTE TO TRUE
                    NOT AT END PERFORM TOTAL-ONE-RECORD
                END-RETURN
            END-PERFORM
            IF NOT FIRST-WASTE-GROUP
                PERFORM WRITE-LOT-TOTAL
                PERFORM WRITE-SITE-TOTAL
            END-IF
            MOVE SPACES TO WASTE-REPORT-LINE
            WRITE WASTE-REPORT-LINE
            MOVE "PERIOD TOTAL" TO WL-LABEL
            MOVE 3 TO WS-LEVEL
            PERFORM WRITE-WASTE-LINE
            CLOSE WASTE-REPORT-FILE.

       TOTAL-ONE-RECORD.
            IF SR-SITE-ID NOT = WS-CURRENT-SITE
               OR FIRST-WASTE-GROUP
                IF NOT FIRST-WASTE-GROUP
                    PERFORM WRITE-LOT-TOTAL
                    PERFORM WRITE-SITE-TOTAL
                END-IF
                MOVE SR-SITE-ID TO WS-CURRENT-SITE
                MOVE SR-LOT-NUMBER TO WS-CURRENT-LOT
                MOVE "N" TO WS-FIRST-GROUP-FLAG
                PERFORM WRITE-SITE-HEADING
            ELSE
                IF SR-LOT-NUMBER NOT = WS-CURRENT-LOT
                    PERFORM WRITE-LOT-TOTAL
                    MOVE SR-LOT-NUMBER TO WS-CURRENT-LOT
                END-IF
            END-IF
            IF SR-REASON-CODE = SPACE
                PERFORM VARYING WS-LEVEL FROM 1 BY 1
                        UNTIL WS-LEVEL > 3
                    ADD SR-QUANTITY TO TL-ADMINISTERED(WS-LEVEL)
                END-PERFORM
            ELSE
                EVALUATE SR-REASON-CODE
                    WHEN "E" MOVE 1 TO WS-REASON-SUB
                    WHEN "B" MOVE 2 TO WS-REASON-SUB
                    WHEN "O" MOVE 3 TO WS-REASON-SUB
                    WHEN "T" MOVE 4 TO WS-REASON-SUB
                    WHEN OTHER MOVE 5 TO WS-REASON-SUB
                END-EVALUATE
                PERFORM VARYING WS-LEVEL FROM 1 BY 1
                        UNTIL WS-LEVEL > 3
                    ADD SR-QUANTITY
                        TO TL-WASTED(WS-LEVEL, WS-REASON-SUB)
                    ADD SR-QUANTITY TO TL-WASTED-TOTAL(WS-LEVEL)
                END-PERFORM
            END-IF.

       WRITE-SITE-HEADING.
            MOVE SPACES TO WASTE-REPORT-LINE
            WRITE WASTE-REPORT-LINE
            MOVE WS-CURRENT-SITE TO SH-SITE-ID
            MOVE WS-CURRENT-SITE TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
                MOVE SITE-NAME(WS-SITE-HIT) TO SH-SITE-NAME
            ELSE
                MOVE "UNKNOWN SITE" TO SH-SITE-NAME
            END-IF
            WRITE WASTE-REPORT-LINE FROM WS-SITE-HEADING.

       WRITE-LOT-TOTAL.
            MOVE WS-CURRENT-LOT TO LL-LOT-NUMBER
            MOVE WS-LOT-LABEL TO WL-LABEL
            MOVE 1 TO WS-LEVEL
            PERFORM WRITE-WASTE-LINE
            ADD 1 TO WS-LOT-LINE-COUNT
            INITIALIZE WS-TOTAL-LEVEL(1).

       WRITE-SITE-TOTAL.
            MOVE "  SITE TOTAL" TO WL-LABEL
            MOVE 2 TO WS-LEVEL
            PERFORM WRITE-WASTE-LINE
            INITIALIZE WS-TOTAL-LEVEL(2).

       WRITE-WASTE-LINE.
            MOVE TL-ADMINISTERED(WS-LEVEL) TO WL-ADMINISTERED
            PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                    UNTIL WS-REASON-SUB > 5
                MOVE SPACES TO WL-WASTED-ENTRY(WS-REASON-SUB)
                MOVE TL-WASTED(WS-LEVEL, WS-REASON-SUB)
                    TO WL-WASTED(WS-REASON-SUB)
            END-PERFORM
            MOVE TL-WASTED-TOTAL(WS-LEVEL) TO WL-WASTED-TOTAL
            COMPUTE WS-USED-TOTAL = TL-ADMINISTERED(WS-LEVEL)
                + TL-WASTED-TOTAL(WS-LEVEL)
            MOVE ZERO TO WS-WASTE-RATE
            IF WS-USED-TOTAL > ZERO
                COMPUTE WS-WASTE-RATE ROUNDED =
                    TL-WASTED-TOTAL(WS-LEVEL) * 100 / WS-USED-TOTAL
            END-IF
            MOVE WS-WASTE-RATE TO WL-WASTE-RATE
            WRITE WASTE-REPORT-LINE FROM WS-WASTE-LINE.

           COPY SITELOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM WASTRPT.
