      ******************************************************************
      * Author:
      * Date:
      * Purpose: Adverse event posting - reads the day's reported
      *          post-vaccination reactions and posts each one to the
      *          adverse-event master, keyed CovidID plus dose number.
      *          The dose must be on the patient's COVID-MASTER dose
      *          history; its dose date, lot, site and vaccine type are
      *          carried onto the event so the nightly lot signal
      *          report never has to guess which lot a reaction came
      *          from. A later report for the same dose replaces the
      *          earlier one (a reaction that worsened is re-reported
      *          at the higher severity). Reports that fail the edits
      *          go to the adverse-event reject file with a reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AEPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AE-INTAKE-FILE ASSIGN TO "AEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AEVMSEL.
           COPY COVMSTSEL.
           SELECT AE-REJECT-FILE ASSIGN TO "AEVENT.REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AE-REGISTER-FILE ASSIGN TO "AEPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AE-INTAKE-FILE.
       01  AE-INTAKE-RECORD.
           05 AV-ID-NUMBER     PIC 9(6).
           05 AV-CHECK-DIGIT   PIC 9.
           05 AV-DOSE-NUMBER   PIC 9.
           05 AV-SEVERITY      PIC X.
              88 AV-VALID-SEVERITY VALUES "1" "2" "3" "4".
           05 AV-ONSET-DATE    PIC 9(8).
           05 AV-DESCRIPTION   PIC X(30).
           05 AV-REPORTED-BY   PIC X(3).

           COPY AEVMFD.
           COPY COVMSTFD.

       FD  AE-REJECT-FILE.
       01  AE-REJECT-RECORD.
           05 AX-ORIGINAL      PIC X(58).
           05 FILLER           PIC X VALUE SPACE.
           05 AX-REASON        PIC X(30).

       FD  AE-REGISTER-FILE.
       01  AE-REGISTER-LINE        PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-AE-INTAKE VALUE "Y".
       01  WS-AE-VALID         PIC X VALUE "Y".
           88 AE-REPORT-VALID  VALUE "Y".
       01  WS-AE-REJ-REASON    PIC X(30) VALUE SPACES.
       01  WS-AE-EXISTS        PIC X VALUE "N".
           88 AE-ALREADY-ON-FILE VALUE "Y".
       01  WS-DOSE-SUB         PIC 9 VALUE ZERO.
       01  WS-DOSE-HIT         PIC 9 VALUE ZERO.
       01  WS-DATE-MONTH       PIC 99 VALUE ZERO.
       01  WS-DATE-DAY         PIC 99 VALUE ZERO.
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-READ-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-POSTED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-UPDATED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".

           COPY CHKDGTWS.
           COPY AEVMWS.

       01  WS-REGISTER-HEADING PIC X(60) VALUE
           "*** ADVERSE EVENT POSTING REGISTER ***".

       01  WS-REGISTER-DETAIL.
           05 FILLER           PIC X(7)  VALUE "COVID ".
           05 RG-ID-NUMBER     PIC 9(6).
           05 RG-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(7)  VALUE "  DOSE ".
           05 RG-DOSE-NUMBER   PIC 9.
           05 FILLER           PIC X(6)  VALUE "  LOT ".
           05 RG-LOT-NUMBER    PIC 9(5).
           05 FILLER           PIC X(6)  VALUE "  SEV ".
           05 RG-SEVERITY      PIC X.
           05 FILLER           PIC X(8)  VALUE "  ONSET ".
           05 RG-ONSET-DATE    PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RG-ACTION        PIC X(8).

           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "ADVERSE-EVENT-POST" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            OPEN INPUT AE-INTAKE-FILE
            OPEN INPUT COVID-MASTER
            OPEN I-O ADVERSE-EVENT-MASTER
            IF NOT AE-FILE-OK
                DISPLAY "*** adverse-event master open failed, "
                    "status " WS-AE-FILE-STATUS " ***"
                SET IO-ERROR-OCCURRED TO TRUE
            END-IF
            OPEN OUTPUT AE-REJECT-FILE
            OPEN OUTPUT AE-REGISTER-FILE
            WRITE AE-REGISTER-LINE FROM WS-REGISTER-HEADING
            PERFORM UNTIL END-OF-AE-INTAKE
                READ AE-INTAKE-FILE
                    AT END SET END-OF-AE-INTAKE TO TRUE
                    NOT AT END PERFORM POST-ADVERSE-EVENT
                END-READ
            END-PERFORM
            CLOSE AE-INTAKE-FILE
            CLOSE COVID-MASTER
            CLOSE ADVERSE-EVENT-MASTER
            CLOSE AE-REJECT-FILE
            CLOSE AE-REGISTER-FILE
            DISPLAY WS-POSTED-COUNT " adverse event(s) posted, "
                WS-UPDATED-COUNT " updated, "
                WS-REJECT-COUNT " rejected."
            MOVE WS-POSTED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-REJECT-COUNT " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "ADVERSE-EVENT-POST" TO WS-CTOT-PROGRAM-NAME
            COMPUTE WS-CTOT-RECORD-COUNT =
                WS-POSTED-COUNT + WS-UPDATED-COUNT
            MOVE WS-REJECT-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            PERFORM SET-RETURN-CODE
            STOP RUN.

       SET-RETURN-CODE.
            EVALUATE TRUE
                WHEN IO-ERROR-OCCURRED
                    MOVE 8 TO RETURN-CODE
                WHEN WS-REJECT-COUNT > ZERO
                 AND WS-REJECT-COUNT * 10 >= WS-READ-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       POST-ADVERSE-EVENT.
            ADD 1 TO WS-READ-COUNT
            MOVE SPACES TO WS-AE-REJ-REASON
            PERFORM VALIDATE-AE-REPORT
            IF AE-REPORT-VALID
                PERFORM FIND-REPORTED-DOSE
            END-IF
            IF AE-REPORT-VALID
                PERFORM WRITE-AE-MASTER
            ELSE
                PERFORM REJECT-AE-REPORT
            END-IF.

       VALIDATE-AE-REPORT.
            MOVE "Y" TO WS-AE-VALID
            IF AV-ID-NUMBER NOT NUMERIC
               OR AV-CHECK-DIGIT NOT NUMERIC
                MOVE "N" TO WS-AE-VALID
                MOVE "NON-NUMERIC COVIDID" TO WS-AE-REJ-REASON
            ELSE
                MOVE AV-ID-NUMBER TO CV-ID-NUMBER
                MOVE AV-CHECK-DIGIT TO CV-CHECK-DIGIT
                PERFORM COMPUTE-CHECK-DIGIT
                IF WS-COMPUTED-CHECK NOT = CV-CHECK-DIGIT
                    MOVE "N" TO WS-AE-VALID
                    MOVE "BAD CHECK DIGIT" TO WS-AE-REJ-REASON
                END-IF
            END-IF
            IF AE-REPORT-VALID
                IF AV-DOSE-NUMBER NOT NUMERIC
                   OR AV-DOSE-NUMBER < 1 OR AV-DOSE-NUMBER > 5
                    MOVE "N" TO WS-AE-VALID
                    MOVE "BAD DOSE NUMBER" TO WS-AE-REJ-REASON
                END-IF
            END-IF
            IF AE-REPORT-VALID
                IF NOT AV-VALID-SEVERITY
                    MOVE "N" TO WS-AE-VALID
                    MOVE "BAD SEVERITY CODE" TO WS-AE-REJ-REASON
                END-IF
            END-IF
            IF AE-REPORT-VALID
                PERFORM VALIDATE-ONSET-DATE
            END-IF.

       VALIDATE-ONSET-DATE.
            IF AV-ONSET-DATE NOT NUMERIC
                MOVE "N" TO WS-AE-VALID
                MOVE "BAD ONSET DATE" TO WS-AE-REJ-REASON
            ELSE
                MOVE AV-ONSET-DATE(5:2) TO WS-DATE-MONTH
                MOVE AV-ONSET-DATE(7:2) TO WS-DATE-DAY
                EVALUATE TRUE
                    WHEN WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                      OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                        MOVE "N" TO WS-AE-VALID
                        MOVE "BAD ONSET DATE" TO WS-AE-REJ-REASON
                    WHEN AV-ONSET-DATE > WS-RUN-DATE
                        MOVE "N" TO WS-AE-VALID
                        MOVE "FUTURE ONSET DATE" TO WS-AE-REJ-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      * the reaction must tie to a dose the master actually holds, and
      * cannot start before that dose was given; the dose date, lot,
      * site and type come from the master, never from the report
       FIND-REPORTED-DOSE.
            MOVE AV-ID-NUMBER TO MASTER-ID-NUMBER
            MOVE AV-CHECK-DIGIT TO MASTER-CHECK-DIGIT
            MOVE ZERO TO WS-DOSE-HIT
            READ COVID-MASTER
                INVALID KEY
                    MOVE "N" TO WS-AE-VALID
                    MOVE "NO SUCH COVIDID" TO WS-AE-REJ-REASON
                NOT INVALID KEY
                    PERFORM VARYING WS-DOSE-SUB FROM 1 BY 1
                            UNTIL WS-DOSE-SUB > 5
                               OR WS-DOSE-HIT > ZERO
                        IF MASTER-DOSE-NUMBER(WS-DOSE-SUB)
                           = AV-DOSE-NUMBER
                           AND MASTER-DOSE-DATE(WS-DOSE-SUB)
                               NOT = ZERO
                            MOVE WS-DOSE-SUB TO WS-DOSE-HIT
                        END-IF
                    END-PERFORM
            END-READ
            IF AE-REPORT-VALID
                EVALUATE TRUE
                    WHEN WS-DOSE-HIT = ZERO
                        MOVE "N" TO WS-AE-VALID
                        MOVE "DOSE NOT ON HISTORY"
                            TO WS-AE-REJ-REASON
                    WHEN AV-ONSET-DATE
                         < MASTER-DOSE-DATE(WS-DOSE-HIT)
                        MOVE "N" TO WS-AE-VALID
                        MOVE "ONSET BEFORE DOSE DATE"
                            TO WS-AE-REJ-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       WRITE-AE-MASTER.
            MOVE "N" TO WS-AE-EXISTS
            MOVE AV-ID-NUMBER TO AE-ID-NUMBER
            MOVE AV-CHECK-DIGIT TO AE-CHECK-DIGIT
            MOVE AV-DOSE-NUMBER TO AE-DOSE-NUMBER
            READ ADVERSE-EVENT-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY SET AE-ALREADY-ON-FILE TO TRUE
            END-READ
            MOVE SPACES TO ADVERSE-EVENT-RECORD
            MOVE AV-ID-NUMBER TO AE-ID-NUMBER
            MOVE AV-CHECK-DIGIT TO AE-CHECK-DIGIT
            MOVE AV-DOSE-NUMBER TO AE-DOSE-NUMBER
            MOVE AV-SEVERITY TO AE-SEVERITY
            MOVE AV-ONSET-DATE TO AE-ONSET-DATE
            MOVE MASTER-DOSE-DATE(WS-DOSE-HIT) TO AE-DOSE-DATE
            MOVE MASTER-DOSE-LOT(WS-DOSE-HIT) TO AE-LOT-NUMBER
            MOVE MASTER-SITE-ID TO AE-SITE-ID
            MOVE MASTER-TYPE-CODE TO AE-TYPE-CODE
            MOVE AV-DESCRIPTION TO AE-DESCRIPTION
            MOVE AV-REPORTED-BY TO AE-REPORTED-BY
            MOVE WS-RUN-DATE TO AE-REPORTED-DATE
            IF AE-ALREADY-ON-FILE
                REWRITE ADVERSE-EVENT-RECORD
                    INVALID KEY
                        DISPLAY "*** adverse-event rewrite failed "
                            "for COVID " AV-ID-NUMBER " ***"
                        SET IO-ERROR-OCCURRED TO TRUE
                    NOT INVALID KEY
                        ADD 1 TO WS-UPDATED-COUNT
                        MOVE "UPDATED" TO RG-ACTION
                        PERFORM WRITE-REGISTER-DETAIL
                END-REWRITE
            ELSE
                WRITE ADVERSE-EVENT-RECORD
                    INVALID KEY
                        DISPLAY "*** adverse-event write failed "
                            "for COVID " AV-ID-NUMBER " ***"
                        SET IO-ERROR-OCCURRED TO TRUE
                    NOT INVALID KEY
                        ADD 1 TO WS-POSTED-COUNT
                        MOVE "POSTED" TO RG-ACTION
                        PERFORM WRITE-REGISTER-DETAIL
                END-WRITE
            END-IF.

       WRITE-REGISTER-DETAIL.
            MOVE AE-ID-NUMBER TO RG-ID-NUMBER
            MOVE AE-CHECK-DIGIT TO RG-CHECK-DIGIT
            MOVE AE-DOSE-NUMBER TO RG-DOSE-NUMBER
            MOVE AE-LOT-NUMBER TO RG-LOT-NUMBER
            MOVE AE-SEVERITY TO RG-SEVERITY
            MOVE AE-ONSET-DATE TO RG-ONSET-DATE
            WRITE AE-REGISTER-LINE FROM WS-REGISTER-DETAIL.

       REJECT-AE-REPORT.
            ADD 1 TO WS-REJECT-COUNT
            DISPLAY "*** " WS-AE-REJ-REASON
                ", adverse event rejected: " AV-ID-NUMBER
            MOVE SPACES TO AE-REJECT-RECORD
            MOVE AE-INTAKE-RECORD TO AX-ORIGINAL
            MOVE WS-AE-REJ-REASON TO AX-REASON
            WRITE AE-REJECT-RECORD.

           COPY CHKDGTPR.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM AEPOST.
