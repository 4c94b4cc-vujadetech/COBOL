      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly vaccinator productivity report - selects the
      *          period's administered doses from the COVID-MASTER
      *          dose history, sorts them by vaccinator, site and dose
      *          date, and reports each vaccinator's doses at each
      *          site with the days worked there and the doses per
      *          day, a total per vaccinator, a summary by site and
      *          the period total. Doses posted before the
      *          administered-by ID was carried on the intake are
      *          listed under NOT RECORDED. The period defaults to the
      *          current month and can be overridden by the optional
      *          VACPPARM file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACPROD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COVMSTSEL.
           COPY SITESEL.
           COPY VACMSEL.
           SELECT OPTIONAL PROD-PARM-FILE ASSIGN TO "VACPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PROD-WORK-FILE ASSIGN TO "VACPROD.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "VACSRT.WRK".
           SELECT PROD-REPORT-FILE ASSIGN TO "VACPROD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY COVMSTFD.
           COPY SITEFD.
           COPY VACMFD.

       FD  PROD-PARM-FILE.
       01  PROD-PARM-RECORD.
           05 PARM-PERIOD      PIC 9(6).

       FD  PROD-WORK-FILE.
       01  PROD-WORK-RECORD        PIC X(15).

       SD  SORT-WORK-FILE.
       01  SORT-DOSE-RECORD.
           05 SR-VACCINATOR-ID PIC X(4).
           05 SR-SITE-ID       PIC X(3).
           05 SR-DOSE-DATE     PIC 9(8).

       FD  PROD-REPORT-FILE.
       01  PROD-REPORT-LINE        PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-DOSES VALUE "Y".
       01  WS-FIRST-GROUP-FLAG PIC X VALUE "Y".
           88 FIRST-DOSE-GROUP VALUE "Y".
       01  WS-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-VACCINATOR PIC X(4) VALUE LOW-VALUES.
       01  WS-CURRENT-SITE     PIC X(3) VALUE LOW-VALUES.
       01  WS-CURRENT-DATE     PIC 9(8) VALUE ZERO.
       01  WS-DOSE-SUB         PIC 9 VALUE ZERO.
       01  WS-DOSES-SELECTED   PIC 9(6) VALUE ZERO.
       01  WS-VACCINATOR-COUNT PIC 9(6) VALUE ZERO.
       01  WS-SITE-DOSES       PIC 9(6) VALUE ZERO.
       01  WS-SITE-DAYS        PIC 9(3) VALUE ZERO.
       01  WS-VACCINATOR-DOSES PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-DOSES     PIC 9(7) VALUE ZERO.
       01  WS-UNK-SITE-DOSES   PIC 9(6) VALUE ZERO.
       01  WS-PER-DAY          PIC 9(4)V9 VALUE ZERO.

      * doses by site for the summary, parallel to the site table
       01  WS-SITE-TALLY-TABLE VALUE ZEROS.
           05 ST-SITE-DOSES OCCURS 10 TIMES PIC 9(6).

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(46) VALUE
              "*** MONTHLY VACCINATOR PRODUCTIVITY REPORT FOR".
           05 FILLER           PIC X     VALUE SPACE.
           05 RH-PERIOD        PIC 9(6).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(40) VALUE
              "      SITE                         DOSES".
           05 FILLER           PIC X(20) VALUE
              " DAYS PER DAY".

       01  WS-VACCINATOR-HEADING.
           05 FILLER           PIC X(11) VALUE "VACCINATOR ".
           05 VH-VACCINATOR-ID PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 VH-NAME          PIC X(25).
           05 FILLER           PIC X(10) VALUE "  LICENSE ".
           05 VH-LICENSE-NUMBER PIC X(12).

       01  WS-SITE-LINE.
           05 FILLER           PIC X(6)  VALUE SPACE.
           05 SL-SITE-ID       PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 SL-SITE-NAME     PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 SL-DOSES         PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 SL-DAYS          PIC ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 SL-PER-DAY       PIC ZZZ9.9.

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(6)  VALUE SPACE.
           05 TL-LABEL         PIC X(24).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 TL-DOSES         PIC Z(6)9.

           COPY SITEWS.
           COPY VACMWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "VACCINATOR-PRODUCTN" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD
            PERFORM LOAD-PROD-PARM
            PERFORM LOAD-SITE-TABLE
            PERFORM LOAD-VACCINATOR-TABLE
            OPEN OUTPUT PROD-WORK-FILE
            PERFORM SELECT-PERIOD-DOSES
            CLOSE PROD-WORK-FILE
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-VACCINATOR-ID
                                 SR-SITE-ID
                                 SR-DOSE-DATE
                USING PROD-WORK-FILE
                OUTPUT PROCEDURE IS REPORT-PERIOD-PRODUCTION
            DISPLAY WS-DOSES-SELECTED " dose(s) for " WS-PERIOD
                " by " WS-VACCINATOR-COUNT " vaccinator(s)."
            MOVE WS-PERIOD TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-DOSES-SELECTED " DOSES"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "VACCINATOR-PRODUCTN" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-DOSES-SELECTED TO WS-CTOT-RECORD-COUNT
            MOVE ZERO TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       LOAD-PROD-PARM.
            OPEN INPUT PROD-PARM-FILE
            IF PARM-FILE-OK
                READ PROD-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PARM-PERIOD TO WS-PERIOD
                END-READ
            END-IF
            CLOSE PROD-PARM-FILE.

      * a dose counts at the patient's master site, the site that
      * posted it, the same as the monthly wastage report
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
                    ADD 1 TO WS-DOSES-SELECTED
                    MOVE MASTER-DOSE-VACCINATOR(WS-DOSE-SUB)
                        TO SR-VACCINATOR-ID
                    MOVE MASTER-SITE-ID TO SR-SITE-ID
                    MOVE MASTER-DOSE-DATE(WS-DOSE-SUB)
                        TO SR-DOSE-DATE
                    WRITE PROD-WORK-RECORD FROM SORT-DOSE-RECORD
                END-IF
            END-PERFORM.

       REPORT-PERIOD-PRODUCTION.
            OPEN OUTPUT PROD-REPORT-FILE
            MOVE WS-PERIOD TO RH-PERIOD
            WRITE PROD-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE PROD-REPORT-LINE FROM WS-COLUMN-HEADING
            PERFORM UNTIL END-OF-SORTED-DOSES
                RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORTED-DOSES TO TRUE
                    NOT AT END PERFORM COUNT-ONE-DOSE
                END-RETURN
            END-PERFORM
            IF NOT FIRST-DOSE-GROUP
                PERFORM WRITE-SITE-LINE
                PERFORM WRITE-VACCINATOR-TOTAL
            END-IF
            PERFORM WRITE-SITE-SUMMARY
            CLOSE PROD-REPORT-FILE.

       COUNT-ONE-DOSE.
            IF SR-VACCINATOR-ID NOT = WS-CURRENT-VACCINATOR
               OR FIRST-DOSE-GROUP
                IF NOT FIRST-DOSE-GROUP
                    PERFORM WRITE-SITE-LINE
                    PERFORM WRITE-VACCINATOR-TOTAL
                END-IF
                MOVE SR-VACCINATOR-ID TO WS-CURRENT-VACCINATOR
                MOVE SR-SITE-ID TO WS-CURRENT-SITE
                MOVE ZERO TO WS-CURRENT-DATE
                MOVE "N" TO WS-FIRST-GROUP-FLAG
                ADD 1 TO WS-VACCINATOR-COUNT
                PERFORM WRITE-VACCINATOR-HEADING
            ELSE
                IF SR-SITE-ID NOT = WS-CURRENT-SITE
                    PERFORM WRITE-SITE-LINE
                    MOVE SR-SITE-ID TO WS-CURRENT-SITE
                    MOVE ZERO TO WS-CURRENT-DATE
                END-IF
            END-IF
            IF SR-DOSE-DATE NOT = WS-CURRENT-DATE
                ADD 1 TO WS-SITE-DAYS
                MOVE SR-DOSE-DATE TO WS-CURRENT-DATE
            END-IF
            ADD 1 TO WS-SITE-DOSES
            ADD 1 TO WS-VACCINATOR-DOSES
            ADD 1 TO WS-PERIOD-DOSES
            MOVE SR-SITE-ID TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
                ADD 1 TO ST-SITE-DOSES(WS-SITE-HIT)
            ELSE
                ADD 1 TO WS-UNK-SITE-DOSES
            END-IF.

       WRITE-VACCINATOR-HEADING.
            MOVE SPACES TO PROD-REPORT-LINE
            WRITE PROD-REPORT-LINE
            MOVE SPACES TO VH-NAME
            MOVE SPACES TO VH-LICENSE-NUMBER
            IF WS-CURRENT-VACCINATOR = SPACES
                MOVE "----" TO VH-VACCINATOR-ID
                MOVE "NOT RECORDED" TO VH-NAME
            ELSE
                MOVE WS-CURRENT-VACCINATOR TO VH-VACCINATOR-ID
                MOVE WS-CURRENT-VACCINATOR TO WS-VACM-LOOKUP-ID
                PERFORM FIND-VACCINATOR-BY-ID
                IF WS-VACM-HIT > ZERO
                    MOVE WV-NAME(WS-VACM-HIT) TO VH-NAME
                    MOVE WV-LICENSE-NUMBER(WS-VACM-HIT)
                        TO VH-LICENSE-NUMBER
                ELSE
                    MOVE "NOT ON VACCINATOR MASTER" TO VH-NAME
                END-IF
            END-IF
            WRITE PROD-REPORT-LINE FROM WS-VACCINATOR-HEADING.

       WRITE-SITE-LINE.
            MOVE WS-CURRENT-SITE TO SL-SITE-ID
            MOVE WS-CURRENT-SITE TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
                MOVE SITE-NAME(WS-SITE-HIT) TO SL-SITE-NAME
            ELSE
                MOVE "UNKNOWN SITE" TO SL-SITE-NAME
            END-IF
            MOVE WS-SITE-DOSES TO SL-DOSES
            MOVE WS-SITE-DAYS TO SL-DAYS
            MOVE ZERO TO WS-PER-DAY
            IF WS-SITE-DAYS > ZERO
                COMPUTE WS-PER-DAY ROUNDED =
                    WS-SITE-DOSES / WS-SITE-DAYS
            END-IF
            MOVE WS-PER-DAY TO SL-PER-DAY
            WRITE PROD-REPORT-LINE FROM WS-SITE-LINE
            MOVE ZERO TO WS-SITE-DOSES
            MOVE ZERO TO WS-SITE-DAYS.

       WRITE-VACCINATOR-TOTAL.
            MOVE "VACCINATOR TOTAL" TO TL-LABEL
            MOVE WS-VACCINATOR-DOSES TO TL-DOSES
            WRITE PROD-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE ZERO TO WS-VACCINATOR-DOSES.

       WRITE-SITE-SUMMARY.
            MOVE SPACES TO PROD-REPORT-LINE
            WRITE PROD-REPORT-LINE
            MOVE "DOSES BY SITE" TO PROD-REPORT-LINE
            WRITE PROD-REPORT-LINE
            PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                    UNTIL WS-SITE-SUB > WS-SITE-COUNT
                MOVE SPACES TO TL-LABEL
                STRING SITE-ID(WS-SITE-SUB) " " SITE-NAME(WS-SITE-SUB)
                    DELIMITED BY SIZE INTO TL-LABEL
                MOVE ST-SITE-DOSES(WS-SITE-SUB) TO TL-DOSES
                WRITE PROD-REPORT-LINE FROM WS-TOTAL-LINE
            END-PERFORM
            IF WS-UNK-SITE-DOSES > ZERO
                MOVE "??? UNKNOWN SITE" TO TL-LABEL
                MOVE WS-UNK-SITE-DOSES TO TL-DOSES
                WRITE PROD-REPORT-LINE FROM WS-TOTAL-LINE
            END-IF
            MOVE SPACES TO PROD-REPORT-LINE
            WRITE PROD-REPORT-LINE
            MOVE "PERIOD TOTAL" TO TL-LABEL
            MOVE WS-PERIOD-DOSES TO TL-DOSES
            WRITE PROD-REPORT-LINE FROM WS-TOTAL-LINE.

           COPY SITELOAD.
           COPY VACMLOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM VACPROD.
