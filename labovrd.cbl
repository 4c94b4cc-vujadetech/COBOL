      ******************************************************************
      * Author:
      * Date:
      * Purpose: Overdue specimen report - lists every lab order still
      *          open on the lab order file more than WS-OVERDUE-HOURS
      *          after it was written, grouped by site with the
      *          patient's name and phone, so the site can call the lab
      *          about a lost specimen or bring the patient back to
      *          recollect. The hour limit defaults to 48 and can be
      *          overridden by the optional OVRDPARM file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOVRD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LORDSEL.
           COPY PATXRSEL.
           COPY PATMSSEL.
           COPY SITESEL.
           SELECT OPTIONAL OVERDUE-PARM-FILE ASSIGN TO "OVRDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OVERDUE-WORK-FILE ASSIGN TO "LABOVRD.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "OVRDSRT.WRK".
           SELECT OVERDUE-REPORT-FILE ASSIGN TO "LABOVRD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LORDFD.
           COPY PATXRFD.
           COPY PATMSFD.
           COPY SITEFD.

       FD  OVERDUE-PARM-FILE.
       01  OVERDUE-PARM-RECORD.
           05 PARM-OVERDUE-HOURS PIC 9(4).

       FD  OVERDUE-WORK-FILE.
       01  OVERDUE-WORK-RECORD     PIC X(60).

       SD  SORT-WORK-FILE.
       01  SORT-OVERDUE-RECORD.
           05 SR-SITE-ID       PIC X(3).
           05 SR-ORDER-DATE    PIC 9(8).
           05 SR-ORDER-TIME    PIC 9(6).
           05 SR-ID-NUMBER     PIC 9(6).
           05 SR-CHECK-DIGIT   PIC 9.
           05 SR-TYPE-CODE     PIC X.
           05 SR-COLLECT-DATE  PIC 9(8).
           05 SR-HOURS-OPEN    PIC 9(5).
           05 SR-PAT-NAME      PIC A(10).
           05 SR-PAT-PHONE     PIC X(12).

       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-LINE     PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-ORDERS VALUE "Y".
       01  WS-FIRST-GROUP-FLAG PIC X VALUE "Y".
           88 FIRST-SITE-GROUP VALUE "Y".
       01  WS-OVERDUE-HOURS    PIC 9(4) VALUE 48.
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME         PIC 9(6) VALUE ZERO.
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05 WS-RUN-HH        PIC 99.
           05 FILLER           PIC 9(4).
       01  WS-ORDER-TIME-PARTS.
           05 WS-ORDER-HH      PIC 99.
           05 FILLER           PIC 9(4).
       01  WS-HOURS-OPEN       PIC S9(7) VALUE ZERO.
       01  WS-CURRENT-SITE     PIC X(3) VALUE LOW-VALUES.
       01  WS-OPEN-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-OVERDUE-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-SITE-OVERDUE     PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(33) VALUE
              "*** OVERDUE LAB SPECIMENS AS OF ".
           05 RH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 RH-RUN-TIME      PIC 9(6).
           05 FILLER           PIC X(19) VALUE " - NO RESULT AFTER ".
           05 RH-HOURS         PIC ZZZ9.
           05 FILLER           PIC X(10) VALUE " HOURS ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(50) VALUE
              "COVIDID  TYPE COLLECTED ORDERED          HOURS  PA".
           05 FILLER           PIC X(30) VALUE
              "TIENT    PHONE".

       01  WS-SITE-HEADING.
           05 FILLER           PIC X(6)  VALUE "SITE ".
           05 SH-SITE-ID       PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 SH-SITE-NAME     PIC X(20).
           05 FILLER           PIC X(9)  VALUE "  MANAGER".
           05 FILLER           PIC X     VALUE SPACE.
           05 SH-MGR-PHONE     PIC X(12).

       01  WS-OVERDUE-DETAIL.
           05 OD-ID-NUMBER     PIC 9(6).
           05 OD-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 OD-TYPE-CODE     PIC X.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 OD-COLLECT-DATE  PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OD-ORDER-DATE    PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 OD-ORDER-TIME    PIC 9(6).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OD-HOURS-OPEN    PIC ZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OD-PAT-NAME      PIC A(10).
           05 FILLER           PIC X     VALUE SPACE.
           05 OD-PAT-PHONE     PIC X(12).

       01  WS-SITE-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
              "  SPECIMENS OVERDUE AT SITE: ".
           05 ST-COUNT         PIC ZZZZZ9.

       01  WS-GRAND-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
              "TOTAL SPECIMENS OVERDUE:     ".
           05 GT-COUNT         PIC ZZZZZ9.
           05 FILLER           PIC X(9)  VALUE " OF OPEN ".
           05 GT-OPEN-COUNT    PIC ZZZZZ9.

       01  WS-NONE-LINE        PIC X(60) VALUE
           "NO SPECIMENS ARE OVERDUE.".

           COPY LORDWS.
           COPY SITEWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "LAB-ORDER-OVERDUE" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
            PERFORM LOAD-OVERDUE-PARM
            PERFORM LOAD-SITE-TABLE
            OPEN OUTPUT OVERDUE-WORK-FILE
            PERFORM SELECT-OVERDUE-ORDERS
            CLOSE OVERDUE-WORK-FILE
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-SITE-ID
                                 SR-ORDER-DATE
                                 SR-ORDER-TIME
                USING OVERDUE-WORK-FILE
                OUTPUT PROCEDURE IS REPORT-OVERDUE-ORDERS
            DISPLAY WS-OPEN-COUNT " open lab order(s), "
                WS-OVERDUE-COUNT " overdue after "
                WS-OVERDUE-HOURS " hours."
            MOVE WS-RUN-DATE TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-OVERDUE-COUNT " OVERDUE"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "LAB-ORDER-OVERDUE" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-OVERDUE-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE ZERO TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       LOAD-OVERDUE-PARM.
            OPEN INPUT OVERDUE-PARM-FILE
            IF PARM-FILE-OK
                READ OVERDUE-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-OVERDUE-HOURS IS NUMERIC
                           AND PARM-OVERDUE-HOURS > ZERO
                            MOVE PARM-OVERDUE-HOURS
                                TO WS-OVERDUE-HOURS
                        END-IF
                END-READ
            END-IF
            CLOSE OVERDUE-PARM-FILE.

       SELECT-OVERDUE-ORDERS.
            OPEN INPUT LAB-ORDER-FILE
            OPEN INPUT PATIENT-XREF-FILE
            OPEN INPUT PATIENT-MASTER
            IF LORD-FILE-OK
                MOVE LOW-VALUES TO LO-ORDER-KEY
                START LAB-ORDER-FILE KEY IS NOT LESS THAN LO-ORDER-KEY
                    INVALID KEY SET END-OF-LAB-ORDERS TO TRUE
                END-START
                PERFORM UNTIL END-OF-LAB-ORDERS
                    READ LAB-ORDER-FILE NEXT RECORD
                        AT END SET END-OF-LAB-ORDERS TO TRUE
                        NOT AT END PERFORM SELECT-ONE-ORDER
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no lab order file, nothing to chase ***"
            END-IF
            CLOSE LAB-ORDER-FILE
            CLOSE PATIENT-XREF-FILE
            CLOSE PATIENT-MASTER.

      * elapsed hours are whole days since the order was written plus
      * the difference in clock hours, close enough to the hour for a
      * limit measured in days
       SELECT-ONE-ORDER.
            IF LO-ORDER-OPEN
                ADD 1 TO WS-OPEN-COUNT
                MOVE LO-ORDER-TIME TO WS-ORDER-TIME-PARTS
                COMPUTE WS-HOURS-OPEN =
                    (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LO-ORDER-DATE)) * 24
                   + WS-RUN-HH - WS-ORDER-HH
                IF WS-HOURS-OPEN >= WS-OVERDUE-HOURS
                    ADD 1 TO WS-OVERDUE-COUNT
                    MOVE LO-SITE-ID TO SR-SITE-ID
                    MOVE LO-ORDER-DATE TO SR-ORDER-DATE
                    MOVE LO-ORDER-TIME TO SR-ORDER-TIME
                    MOVE LO-ID-NUMBER TO SR-ID-NUMBER
                    MOVE LO-CHECK-DIGIT TO SR-CHECK-DIGIT
                    MOVE LO-TYPE-CODE TO SR-TYPE-CODE
                    MOVE LO-COLLECT-DATE TO SR-COLLECT-DATE
                    MOVE WS-HOURS-OPEN TO SR-HOURS-OPEN
                    PERFORM FIND-ORDER-PATIENT
                    WRITE OVERDUE-WORK-RECORD FROM SORT-OVERDUE-RECORD
                END-IF
            END-IF.

       FIND-ORDER-PATIENT.
            MOVE "NOT ON FILE" TO SR-PAT-NAME
            MOVE SPACES TO SR-PAT-PHONE
            MOVE LO-COVID-ID TO XR-COVID-ID
            READ PATIENT-XREF-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE XR-PAT-NAME TO SR-PAT-NAME
                    MOVE XR-PATIENT-NUMBER TO PM-PATIENT-NUMBER
                    READ PATIENT-MASTER
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE PM-PAT-PHONE TO SR-PAT-PHONE
                    END-READ
            END-READ.

       REPORT-OVERDUE-ORDERS.
            OPEN OUTPUT OVERDUE-REPORT-FILE
            MOVE WS-RUN-DATE TO RH-RUN-DATE
            MOVE WS-RUN-TIME TO RH-RUN-TIME
            MOVE WS-OVERDUE-HOURS TO RH-HOURS
            WRITE OVERDUE-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE OVERDUE-REPORT-LINE FROM WS-COLUMN-HEADING
            PERFORM UNTIL END-OF-SORTED-ORDERS
                RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORTED-ORDERS TO TRUE
                    NOT AT END PERFORM LIST-ONE-OVERDUE
                END-RETURN
            END-PERFORM
            IF FIRST-SITE-GROUP
                WRITE OVERDUE-REPORT-LINE FROM WS-NONE-LINE
            ELSE
                PERFORM WRITE-SITE-TOTAL
            END-IF
            MOVE SPACES TO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE
            MOVE WS-OVERDUE-COUNT TO GT-COUNT
            MOVE WS-OPEN-COUNT TO GT-OPEN-COUNT
            WRITE OVERDUE-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
            CLOSE OVERDUE-REPORT-FILE.

       LIST-ONE-OVERDUE.
            IF SR-SITE-ID NOT = WS-CURRENT-SITE
               OR FIRST-SITE-GROUP
                IF NOT FIRST-SITE-GROUP
                    PERFORM WRITE-SITE-TOTAL
                END-IF
                MOVE SR-SITE-ID TO WS-CURRENT-SITE
                MOVE "N" TO WS-FIRST-GROUP-FLAG
                MOVE ZERO TO WS-SITE-OVERDUE
                PERFORM WRITE-SITE-HEADING
            END-IF
            ADD 1 TO WS-SITE-OVERDUE
            MOVE SR-ID-NUMBER TO OD-ID-NUMBER
            MOVE SR-CHECK-DIGIT TO OD-CHECK-DIGIT
            MOVE SR-TYPE-CODE TO OD-TYPE-CODE
            MOVE SR-COLLECT-DATE TO OD-COLLECT-DATE
            MOVE SR-ORDER-DATE TO OD-ORDER-DATE
            MOVE SR-ORDER-TIME TO OD-ORDER-TIME
            MOVE SR-HOURS-OPEN TO OD-HOURS-OPEN
            MOVE SR-PAT-NAME TO OD-PAT-NAME
            MOVE SR-PAT-PHONE TO OD-PAT-PHONE
            WRITE OVERDUE-REPORT-LINE FROM WS-OVERDUE-DETAIL.

       WRITE-SITE-HEADING.
            MOVE SPACES TO OVERDUE-REPORT-LINE
            WRITE OVERDUE-REPORT-LINE
            MOVE WS-CURRENT-SITE TO SH-SITE-ID
            MOVE WS-CURRENT-SITE TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
                MOVE SITE-NAME(WS-SITE-HIT) TO SH-SITE-NAME
                MOVE SITE-MGR-PHONE(WS-SITE-HIT) TO SH-MGR-PHONE
            ELSE
                MOVE "UNKNOWN SITE" TO SH-SITE-NAME
                MOVE SPACES TO SH-MGR-PHONE
            END-IF
            WRITE OVERDUE-REPORT-LINE FROM WS-SITE-HEADING.

       WRITE-SITE-TOTAL.
            MOVE WS-SITE-OVERDUE TO ST-COUNT
            WRITE OVERDUE-REPORT-LINE FROM WS-SITE-TOTAL-LINE.

           COPY SITELOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM LABOVRD.
