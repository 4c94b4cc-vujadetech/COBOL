      ******************************************************************
      * Author:
      * Date:
      * Purpose: Appointment reconciliation - the post-day companion
      *          to APPTBOOK. Every appointment on APPOINT.DAT dated
      *          before today is matched against the dose history on
      *          COVID-MASTER: a dose on file for the booked dose
      *          number marks the appointment kept, anything else is
      *          a no-show. Each closed appointment is written to the
      *          appointment history file with its kept/no-show mark
      *          and purged from APPOINT.DAT, so only open bookings
      *          stay in APPTBOOK's load table. No-shows are put back
      *          on RECALL.DAT for APPTBOOK to rebook, and the no-show
      *          report lists them by site with each site's no-show
      *          rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTRECN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPOINTMENT-FILE ASSIGN TO "APPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPT-FILE-STATUS.
           SELECT RECALL-REQUEST-FILE ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-FILE-STATUS.
           SELECT APPT-HISTORY-FILE ASSIGN TO "APPTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHIST-FILE-STATUS.
           COPY COVMSTSEL.
           COPY SITESEL.
           SELECT NO-SHOW-REPORT-FILE ASSIGN TO "APPTRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
           05 AP-ID-NUMBER     PIC 9(6).
           05 AP-CHECK-DIGIT   PIC 9.
           05 AP-SITE-ID       PIC X(3).
           05 AP-APPT-DATE     PIC 9(8).
           05 AP-DOSE-NUMBER   PIC 9.

       FD  RECALL-REQUEST-FILE.
       01  RECALL-REQUEST-RECORD.
           05 RQ-ID-NUMBER     PIC 9(6).
           05 RQ-CHECK-DIGIT   PIC 9.
           05 RQ-TYPE-CODE     PIC X.
           05 RQ-NEXT-DOSE     PIC 9.
           05 RQ-LAST-DOSE-DATE PIC 9(8).

      * one record per closed appointment: the booking as it stood on
      * APPOINT.DAT, the kept/no-show mark, the date the dose was
      * actually given for a kept appointment, and the run date
       FD  APPT-HISTORY-FILE.
       01  APPT-HISTORY-RECORD.
           05 AH-ID-NUMBER     PIC 9(6).
           05 AH-CHECK-DIGIT   PIC 9.
           05 AH-SITE-ID       PIC X(3).
           05 AH-APPT-DATE     PIC 9(8).
           05 AH-DOSE-NUMBER   PIC 9.
           05 AH-STATUS        PIC X.
              88 AH-KEPT       VALUE "K".
              88 AH-NO-SHOW    VALUE "N".
           05 AH-DOSE-DATE     PIC 9(8).
           05 AH-CLOSED-DATE   PIC 9(8).

           COPY COVMSTFD.
           COPY SITEFD.

       FD  NO-SHOW-REPORT-FILE.
       01  NO-SHOW-REPORT-LINE     PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-APPT-FILE-STATUS PIC XX VALUE "00".
           88 APPT-FILE-OK     VALUE "00".
       01  WS-RECALL-FILE-STATUS PIC XX VALUE "00".
           88 RECALL-FILE-OK   VALUE "00".
       01  WS-AHIST-FILE-STATUS PIC XX VALUE "00".
           88 AHIST-FILE-OK    VALUE "00".
       01  WS-APPT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-APPOINTMENTS VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-MASTER-FOUND     PIC X VALUE "N".
           88 MASTER-WAS-FOUND VALUE "Y".
       01  WS-PRIOR-DOSE-NO    PIC 9 VALUE ZERO.
       01  WS-RATE-DUE         PIC 9(6) VALUE ZERO.
       01  WS-RATE-NO-SHOW     PIC 9(6) VALUE ZERO.

       01  WS-APPT-OVF-FLAG    PIC X VALUE "N".
           88 APPT-TABLE-OVERFLOWED VALUE "Y".
       01  WS-APPT-MAX         PIC 9(4) VALUE 1000.
       01  WS-APPT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-APPT-SUB         PIC 9(4) VALUE ZERO.
       01  WS-APPT-TABLE.
           05 WS-APPT-ENTRY OCCURS 1000 TIMES.
              10 AT-ID-NUMBER   PIC 9(6).
              10 AT-CHECK-DIGIT PIC 9.
              10 AT-SITE-ID     PIC X(3).
              10 AT-APPT-DATE   PIC 9(8).
              10 AT-DOSE-NUMBER PIC 9.

      * reconciliation result for each loaded appointment, filled
      * from the one master read: the kept/no-show mark, the date the
      * dose was given, and the type and prior dose date a no-show
      * is recalled with; a no-show without a master is not recalled
       01  WS-APPT-RECON-TABLE.
           05 WS-APPT-RECON OCCURS 1000 TIMES.
              10 RCN-STATUS     PIC X.
                 88 RCN-OPEN    VALUE SPACE.
                 88 RCN-KEPT    VALUE "K".
                 88 RCN-NO-SHOW VALUE "N" "X".
                 88 RCN-NO-SHOW-NO-MASTER VALUE "X".
              10 RCN-DOSE-DATE  PIC 9(8).
              10 RCN-TYPE-CODE  PIC X.
              10 RCN-PRIOR-DOSE-DATE PIC 9(8).

      * per-site tallies run parallel to the site table, one entry
      * for each site loaded from SITEPARM.DAT
       01  WS-SITE-TALLY-TABLE.
           05 WS-SITE-TALLY OCCURS 10 TIMES.
              10 ST-DUE-COUNT     PIC 9(6).
              10 ST-KEPT-COUNT    PIC 9(6).
              10 ST-NO-SHOW-COUNT PIC 9(6).

       01  WS-DUE-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-KEPT-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-NO-SHOW-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-OPEN-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-RECALLED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-NO-MASTER-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-OTHER-SITE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-NO-SHOW-RATE     PIC 9(3)V9 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(36) VALUE
              "*** APPOINTMENT NO-SHOW REPORT FOR ".
           05 RH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-REPORT-SITE-LINE.
           05 FILLER           PIC X(6)  VALUE "SITE ".
           05 RS-SITE-ID       PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 RS-SITE-NAME     PIC X(20).

       01  WS-REPORT-DETAIL.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-ID-NUMBER     PIC 9(6).
           05 RD-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(7)  VALUE "  DOSE ".
           05 RD-DOSE-NUMBER   PIC 9.
           05 FILLER           PIC X(8)  VALUE "  BOOKED".
           05 FILLER           PIC X     VALUE SPACE.
           05 RD-APPT-DATE     PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-REMARK        PIC X(24).

       01  WS-REPORT-TOTAL-LINE.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RT-LABEL         PIC X(9).
           05 FILLER           PIC X(5)  VALUE " DUE ".
           05 RT-DUE-COUNT     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(6)  VALUE " KEPT ".
           05 RT-KEPT-COUNT    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(9)  VALUE " NO-SHOW ".
           05 RT-NO-SHOW-COUNT PIC ZZZ,ZZ9.
           05 FILLER           PIC X(6)  VALUE " RATE ".
           05 RT-NO-SHOW-RATE  PIC ZZ9.9.
           05 FILLER           PIC X     VALUE "%".

           COPY SITEWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "APPT-RECONCILE" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            INITIALIZE WS-SITE-TALLY-TABLE
            PERFORM LOAD-SITE-TABLE
            PERFORM LOAD-APPOINTMENTS
            IF APPT-TABLE-OVERFLOWED
                DISPLAY "*** appointment table full - run "
                    "abandoned, appointment file left untouched - "
                    "raise WS-APPT-MAX ***"
            ELSE
                OPEN INPUT COVID-MASTER
                PERFORM RECONCILE-APPOINTMENTS
                CLOSE COVID-MASTER
                PERFORM WRITE-APPT-HISTORY
                PERFORM RECALL-NO-SHOWS
                PERFORM SAVE-OPEN-APPOINTMENTS
                PERFORM WRITE-NO-SHOW-REPORT
            END-IF
            DISPLAY WS-DUE-COUNT " appointment(s) reconciled, "
                WS-KEPT-COUNT " kept, "
                WS-NO-SHOW-COUNT " no-show, "
                WS-RECALLED-COUNT " recalled, "
                WS-OPEN-COUNT " still open."
            MOVE WS-DUE-COUNT TO WS-AUDIT-KEY-VALUE
            IF APPT-TABLE-OVERFLOWED
                MOVE "ABANDONED, TABLE FULL" TO WS-AUDIT-OUTCOME
            ELSE
                STRING "COMPLETED, " WS-NO-SHOW-COUNT " NO-SHOW"
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            END-IF
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "APPT-RECONCILE" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-DUE-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-NO-MASTER-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       LOAD-APPOINTMENTS.
            OPEN INPUT APPOINTMENT-FILE
            IF APPT-FILE-OK
                PERFORM UNTIL END-OF-APPOINTMENTS
                    READ APPOINTMENT-FILE
                        AT END SET END-OF-APPOINTMENTS TO TRUE
                        NOT AT END PERFORM STORE-ONE-APPOINTMENT
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no appointments on file ***"
            END-IF
            CLOSE APPOINTMENT-FILE.

      * as in APPTBOOK, an overflowed load table abandons the run
      * rather than rewriting the file from a truncated table
       STORE-ONE-APPOINTMENT.
            IF WS-APPT-COUNT < WS-APPT-MAX
                ADD 1 TO WS-APPT-COUNT
                MOVE APPOINTMENT-RECORD
                    TO WS-APPT-ENTRY(WS-APPT-COUNT)
                INITIALIZE WS-APPT-RECON(WS-APPT-COUNT)
            ELSE
                SET APPT-TABLE-OVERFLOWED TO TRUE
                MOVE 8 TO RETURN-CODE
            END-IF.

      * only appointments dated before today are closed out; today's
      * and later bookings stay open, since a patient booked for
      * today may still be seen after this run
       RECONCILE-APPOINTMENTS.
            PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                    UNTIL WS-APPT-SUB > WS-APPT-COUNT
                IF AT-APPT-DATE(WS-APPT-SUB) < WS-RUN-DATE
                    PERFORM RECONCILE-ONE-APPOINTMENT
                ELSE
                    ADD 1 TO WS-OPEN-COUNT
                END-IF
            END-PERFORM.

      * the appointment is kept when the master shows a dose under
      * the booked dose number; a dose given elsewhere or on another
      * day still closes the booking as kept, since the patient no
      * longer needs the slot
       RECONCILE-ONE-APPOINTMENT.
            ADD 1 TO WS-DUE-COUNT
            PERFORM READ-APPOINTMENT-MASTER
            IF MASTER-WAS-FOUND
                MOVE MASTER-TYPE-CODE TO RCN-TYPE-CODE(WS-APPT-SUB)
                IF AT-DOSE-NUMBER(WS-APPT-SUB) > ZERO
                   AND AT-DOSE-NUMBER(WS-APPT-SUB) <= 5
                    MOVE MASTER-DOSE-DATE(AT-DOSE-NUMBER(WS-APPT-SUB))
                        TO RCN-DOSE-DATE(WS-APPT-SUB)
                END-IF
                IF AT-DOSE-NUMBER(WS-APPT-SUB) > 1
                   AND AT-DOSE-NUMBER(WS-APPT-SUB) <= 5
                    COMPUTE WS-PRIOR-DOSE-NO =
                        AT-DOSE-NUMBER(WS-APPT-SUB) - 1
                    MOVE MASTER-DOSE-DATE(WS-PRIOR-DOSE-NO)
                        TO RCN-PRIOR-DOSE-DATE(WS-APPT-SUB)
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN RCN-DOSE-DATE(WS-APPT-SUB) > ZERO
                    SET RCN-KEPT(WS-APPT-SUB) TO TRUE
                    ADD 1 TO WS-KEPT-COUNT
                WHEN MASTER-WAS-FOUND
                    MOVE "N" TO RCN-STATUS(WS-APPT-SUB)
                    ADD 1 TO WS-NO-SHOW-COUNT
                WHEN OTHER
                    SET RCN-NO-SHOW-NO-MASTER(WS-APPT-SUB) TO TRUE
                    ADD 1 TO WS-NO-SHOW-COUNT
            END-EVALUATE
            MOVE AT-SITE-ID(WS-APPT-SUB) TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
                ADD 1 TO ST-DUE-COUNT(WS-SITE-HIT)
                IF RCN-KEPT(WS-APPT-SUB)
                    ADD 1 TO ST-KEPT-COUNT(WS-SITE-HIT)
                ELSE
                    ADD 1 TO ST-NO-SHOW-COUNT(WS-SITE-HIT)
                END-IF
            ELSE
                ADD 1 TO WS-OTHER-SITE-COUNT
            END-IF.

       READ-APPOINTMENT-MASTER.
            MOVE "N" TO WS-MASTER-FOUND
            MOVE AT-ID-NUMBER(WS-APPT-SUB) TO MASTER-ID-NUMBER
            MOVE AT-CHECK-DIGIT(WS-APPT-SUB) TO MASTER-CHECK-DIGIT
            READ COVID-MASTER
                INVALID KEY
                    ADD 1 TO WS-NO-MASTER-COUNT
                    DISPLAY "*** appointment for CovidID "
                        AT-ID-NUMBER(WS-APPT-SUB)
                        " has no master record ***"
                NOT INVALID KEY
                    SET MASTER-WAS-FOUND TO TRUE
            END-READ.

       WRITE-APPT-HISTORY.
            OPEN EXTEND APPT-HISTORY-FILE
            IF NOT AHIST-FILE-OK
                OPEN OUTPUT APPT-HISTORY-FILE
            END-IF
            PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                    UNTIL WS-APPT-SUB > WS-APPT-COUNT
                IF NOT RCN-OPEN(WS-APPT-SUB)
                    MOVE WS-APPT-ENTRY(WS-APPT-SUB)
                        TO APPT-HISTORY-RECORD
                    IF RCN-KEPT(WS-APPT-SUB)
                        SET AH-KEPT TO TRUE
                    ELSE
                        SET AH-NO-SHOW TO TRUE
                    END-IF
                    MOVE RCN-DOSE-DATE(WS-APPT-SUB) TO AH-DOSE-DATE
                    MOVE WS-RUN-DATE TO AH-CLOSED-DATE
                    WRITE APPT-HISTORY-RECORD
                END-IF
            END-PERFORM
            CLOSE APPT-HISTORY-FILE.

      * a no-show goes back on RECALL.DAT the same way COVIDREG puts a
      * due dose there, with the prior dose date so APPTBOOK computes
      * the due date; an overdue dose books from today. A no-show
      * with no master record has no type or site to rebook against
      * and is only reported
       RECALL-NO-SHOWS.
            OPEN EXTEND RECALL-REQUEST-FILE
            IF NOT RECALL-FILE-OK
                OPEN OUTPUT RECALL-REQUEST-FILE
            END-IF
            PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                    UNTIL WS-APPT-SUB > WS-APPT-COUNT
                IF RCN-NO-SHOW(WS-APPT-SUB)
                   AND NOT RCN-NO-SHOW-NO-MASTER(WS-APPT-SUB)
                    PERFORM WRITE-RECALL-REQUEST
                END-IF
            END-PERFORM
            CLOSE RECALL-REQUEST-FILE.

       WRITE-RECALL-REQUEST.
            MOVE SPACES TO RECALL-REQUEST-RECORD
            MOVE AT-ID-NUMBER(WS-APPT-SUB) TO RQ-ID-NUMBER
            MOVE AT-CHECK-DIGIT(WS-APPT-SUB) TO RQ-CHECK-DIGIT
            MOVE RCN-TYPE-CODE(WS-APPT-SUB) TO RQ-TYPE-CODE
            MOVE AT-DOSE-NUMBER(WS-APPT-SUB) TO RQ-NEXT-DOSE
            MOVE RCN-PRIOR-DOSE-DATE(WS-APPT-SUB) TO RQ-LAST-DOSE-DATE
            WRITE RECALL-REQUEST-RECORD
            ADD 1 TO WS-RECALLED-COUNT.

      * the appointment file is rewritten holding only the open
      * bookings; closed ones now live on the appointment history
       SAVE-OPEN-APPOINTMENTS.
            OPEN OUTPUT APPOINTMENT-FILE
            PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                    UNTIL WS-APPT-SUB > WS-APPT-COUNT
                IF RCN-OPEN(WS-APPT-SUB)
                    MOVE WS-APPT-ENTRY(WS-APPT-SUB)
                        TO APPOINTMENT-RECORD
                    WRITE APPOINTMENT-RECORD
                END-IF
            END-PERFORM
            CLOSE APPOINTMENT-FILE.

       WRITE-NO-SHOW-REPORT.
            OPEN OUTPUT NO-SHOW-REPORT-FILE
            MOVE WS-RUN-DATE TO RH-RUN-DATE
            WRITE NO-SHOW-REPORT-LINE FROM WS-REPORT-HEADING
            PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                    UNTIL WS-SITE-SUB > WS-SITE-COUNT
                PERFORM REPORT-ONE-SITE
            END-PERFORM
            MOVE SPACES TO NO-SHOW-REPORT-LINE
            WRITE NO-SHOW-REPORT-LINE
            MOVE "ALL SITES" TO RT-LABEL
            MOVE WS-DUE-COUNT TO RT-DUE-COUNT
            MOVE WS-KEPT-COUNT TO RT-KEPT-COUNT
            MOVE WS-NO-SHOW-COUNT TO RT-NO-SHOW-COUNT
            MOVE WS-DUE-COUNT TO WS-RATE-DUE
            MOVE WS-NO-SHOW-COUNT TO WS-RATE-NO-SHOW
            PERFORM COMPUTE-NO-SHOW-RATE
            WRITE NO-SHOW-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
            IF WS-OTHER-SITE-COUNT > ZERO
                DISPLAY "*** " WS-OTHER-SITE-COUNT
                    " appointment(s) at a site not on the site "
                    "table, counted in all-sites total only ***"
            END-IF
            CLOSE NO-SHOW-REPORT-FILE.

       REPORT-ONE-SITE.
            MOVE SITE-ID(WS-SITE-SUB) TO RS-SITE-ID
            MOVE SITE-NAME(WS-SITE-SUB) TO RS-SITE-NAME
            WRITE NO-SHOW-REPORT-LINE FROM WS-REPORT-SITE-LINE
            PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                    UNTIL WS-APPT-SUB > WS-APPT-COUNT
                IF AT-SITE-ID(WS-APPT-SUB) = SITE-ID(WS-SITE-SUB)
                   AND RCN-NO-SHOW(WS-APPT-SUB)
                    PERFORM REPORT-ONE-NO-SHOW
                END-IF
            END-PERFORM
            MOVE "SITE" TO RT-LABEL
            MOVE ST-DUE-COUNT(WS-SITE-SUB) TO RT-DUE-COUNT
            MOVE ST-KEPT-COUNT(WS-SITE-SUB) TO RT-KEPT-COUNT
            MOVE ST-NO-SHOW-COUNT(WS-SITE-SUB) TO RT-NO-SHOW-COUNT
            MOVE ST-DUE-COUNT(WS-SITE-SUB) TO WS-RATE-DUE
            MOVE ST-NO-SHOW-COUNT(WS-SITE-SUB) TO WS-RATE-NO-SHOW
            PERFORM COMPUTE-NO-SHOW-RATE
            WRITE NO-SHOW-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       REPORT-ONE-NO-SHOW.
            MOVE AT-ID-NUMBER(WS-APPT-SUB) TO RD-ID-NUMBER
            MOVE AT-CHECK-DIGIT(WS-APPT-SUB) TO RD-CHECK-DIGIT
            MOVE AT-DOSE-NUMBER(WS-APPT-SUB) TO RD-DOSE-NUMBER
            MOVE AT-APPT-DATE(WS-APPT-SUB) TO RD-APPT-DATE
            IF RCN-NO-SHOW-NO-MASTER(WS-APPT-SUB)
                MOVE "NO-SHOW, NO MASTER" TO RD-REMARK
            ELSE
                MOVE "NO-SHOW, RECALLED" TO RD-REMARK
            END-IF
            WRITE NO-SHOW-REPORT-LINE FROM WS-REPORT-DETAIL.

       COMPUTE-NO-SHOW-RATE.
            MOVE ZERO TO WS-NO-SHOW-RATE
            IF WS-RATE-DUE > ZERO
                COMPUTE WS-NO-SHOW-RATE ROUNDED =
                    WS-RATE-NO-SHOW * 100 / WS-RATE-DUE
            END-IF
            MOVE WS-NO-SHOW-RATE TO RT-NO-SHOW-RATE.

           COPY SITELOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM APPTRECN.
