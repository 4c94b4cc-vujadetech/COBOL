      ******************************************************************
      * Author:
      * Date:
      * Purpose: Timely-filing report - lists every billed insurance
      *          item on the open-items receivable that has neither
      *          a payer acknowledgment of acceptance nor any payment
      *          and whose filing deadline (service date plus the
      *          payer's timely-filing limit from the payer master) is
      *          within the warning window or already past, sorted by
      *          payer and days left, so the billing desk can get the
      *          claim accepted before the payer may refuse it. Each
      *          item shows when it was submitted and whether it was
      *          never sent, is awaiting acknowledgment, was rejected
      *          or is corrected and awaiting resubmission. The warning
      *          window defaults to 30 days and can be overridden by
      *          the optional TFPARM file; a payer with no limit on
      *          file is held to 90 days.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMELYRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARITMSEL.
           COPY PAYRSEL.
           SELECT OPTIONAL FILING-PARM-FILE ASSIGN TO "TFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FILING-WORK-FILE ASSIGN TO "TIMELYRP.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "TFSRT.WRK".
           SELECT FILING-REPORT-FILE ASSIGN TO "TIMELYRP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY ARITMFD.
           COPY PAYRFD.

       FD  FILING-PARM-FILE.
       01  FILING-PARM-RECORD.
           05 PARM-WARNING-DAYS PIC 9(3).

       FD  FILING-WORK-FILE.
       01  FILING-WORK-RECORD      PIC X(50).

       SD  SORT-WORK-FILE.
       01  SORT-FILING-RECORD.
           05 SR-PAYER-CODE    PIC X(3).
           05 SR-DAYS-LEFT     PIC S9(5) SIGN LEADING SEPARATE.
           05 SR-ID-NUMBER     PIC 9(6).
           05 SR-CHECK-DIGIT   PIC 9.
           05 SR-SERVICE-DATE  PIC 9(8).
           05 SR-SUBMIT-DATE   PIC 9(8).
           05 SR-ACK-STATUS    PIC X.
           05 SR-DEADLINE      PIC 9(8).
           05 SR-BALANCE       PIC 9(7)V99.

       FD  FILING-REPORT-FILE.
       01  FILING-REPORT-LINE      PIC X(90).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-AR-ITEMS  VALUE "Y".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-ITEMS VALUE "Y".
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-WARNING-DAYS     PIC 9(3) VALUE 30.
       01  WS-DEFAULT-LIMIT    PIC 9(3) VALUE 90.
       01  WS-FILING-LIMIT     PIC 9(3) VALUE ZERO.
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-RUN-DAY-NO       PIC 9(10) VALUE ZERO.
       01  WS-DEADLINE-DAY-NO  PIC 9(10) VALUE ZERO.
       01  WS-DAYS-LEFT        PIC S9(5) VALUE ZERO.
       01  WS-ITEM-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-PAST-DUE-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-AT-RISK    PIC 9(9)V99 VALUE ZERO.
       01  WS-PAYER-ITEMS      PIC 9(6) VALUE ZERO.
       01  WS-PAYER-AT-RISK    PIC 9(9)V99 VALUE ZERO.
       01  WS-CURRENT-PAYER    PIC X(3) VALUE LOW-VALUES.
       01  WS-FIRST-GROUP-FLAG PIC X VALUE "Y".
           88 FIRST-PAYER-GROUP VALUE "Y".

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(42) VALUE
              "*** TIMELY-FILING EXPOSURE, WARNING WINDOW".
           05 FILLER           PIC X     VALUE SPACE.
           05 RH-WARNING-DAYS  PIC ZZ9.
           05 FILLER           PIC X(9)  VALUE " DAYS ***".

       01  WS-PAYER-HEADING.
           05 FILLER           PIC X(6)  VALUE "PAYER ".
           05 PH-PAYER-CODE    PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 PH-PAYER-NAME    PIC X(30).
           05 FILLER           PIC X(15) VALUE "  FILING LIMIT ".
           05 PH-FILING-LIMIT  PIC ZZ9.
           05 FILLER           PIC X(5)  VALUE " DAYS".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(45) VALUE
              "  COVID    SERVICE  SUBMITTD  STATUS         ".
           05 FILLER           PIC X(40) VALUE
              "DEADLINE   LEFT       BALANCE".

       01  WS-DETAIL-LINE.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-ID-NUMBER     PIC 9(6).
           05 DL-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DL-SUBMIT-DATE   PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-STATUS        PIC X(14).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DL-DEADLINE      PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-DAYS-LEFT     PIC -(4)9.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 DL-BALANCE       PIC Z(6)9.99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 DL-PAST-FLAG     PIC X(6).

       01  WS-SUBTOTAL-LINE.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 ST-LABEL         PIC X(16).
           05 ST-ITEMS         PIC ZZZZZ9.
           05 FILLER           PIC X(20) VALUE " ITEM(S) AT RISK  $ ".
           05 ST-AT-RISK       PIC Z(8)9.99.

           COPY PAYRWS.
           COPY ARITMWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "TIMELY-FILING" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            COMPUTE WS-RUN-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM LOAD-FILING-PARM
            PERFORM LOAD-PAYER-TABLE
            OPEN INPUT AR-OPEN-ITEM-FILE
            OPEN OUTPUT FILING-WORK-FILE
            IF AR-FILE-OK
                MOVE ZEROS TO AR-ITEM-KEY
                START AR-OPEN-ITEM-FILE
                    KEY NOT LESS THAN AR-ITEM-KEY
                    INVALID KEY SET END-OF-AR-ITEMS TO TRUE
                END-START
                PERFORM UNTIL END-OF-AR-ITEMS
                    READ AR-OPEN-ITEM-FILE NEXT RECORD
                        AT END SET END-OF-AR-ITEMS TO TRUE
                        NOT AT END PERFORM SELECT-FILING-ITEM
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no open-items file, nothing to check "
                    "***"
            END-IF
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE FILING-WORK-FILE
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-PAYER-CODE
                                 SR-DAYS-LEFT
                USING FILING-WORK-FILE
                OUTPUT PROCEDURE IS REPORT-FILING-EXPOSURE
            DISPLAY WS-ITEM-COUNT " item(s) near the filing deadline, "
                WS-PAST-DUE-COUNT " past it."
            MOVE WS-ITEM-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-PAST-DUE-COUNT " PAST DEADLINE"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "TIMELY-FILING" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-ITEM-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-PAST-DUE-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE WS-TOTAL-AT-RISK TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       LOAD-FILING-PARM.
            OPEN INPUT FILING-PARM-FILE
            IF PARM-FILE-OK
                READ FILING-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-WARNING-DAYS NUMERIC
                            MOVE PARM-WARNING-DAYS TO WS-WARNING-DAYS
                        END-IF
                END-READ
            END-IF
            CLOSE FILING-PARM-FILE.

      * only insurance items with no money received are at risk, and
      * once the payer has acknowledged acceptance the claim counts
      * as filed; paid, partial, denied and written-off items are
      * worked from their own reports
       SELECT-FILING-ITEM.
            IF AR-PAYER-CODE NOT = SPACES
               AND (AR-ITEM-OPEN OR AR-ITEM-ADJUSTED)
               AND AR-AMOUNT-PAID = ZERO
               AND NOT AR-ACK-ACCEPTED
               AND AR-SERVICE-DATE > ZERO
                PERFORM TEST-FILING-DEADLINE
            END-IF.

       TEST-FILING-DEADLINE.
            MOVE AR-PAYER-CODE TO WS-PAYR-LOOKUP-CODE
            PERFORM FIND-PAYER-BY-CODE
            MOVE WS-DEFAULT-LIMIT TO WS-FILING-LIMIT
            IF WS-PAYR-HIT > ZERO
                IF WP-FILING-LIMIT(WS-PAYR-HIT) NUMERIC
                   AND WP-FILING-LIMIT(WS-PAYR-HIT) > ZERO
                    MOVE WP-FILING-LIMIT(WS-PAYR-HIT)
                        TO WS-FILING-LIMIT
                END-IF
            END-IF
            COMPUTE WS-DEADLINE-DAY-NO =
                FUNCTION INTEGER-OF-DATE(AR-SERVICE-DATE)
                + WS-FILING-LIMIT
            COMPUTE WS-DAYS-LEFT =
                WS-DEADLINE-DAY-NO - WS-RUN-DAY-NO
            IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                ADD 1 TO WS-ITEM-COUNT
                IF WS-DAYS-LEFT < ZERO
                    ADD 1 TO WS-PAST-DUE-COUNT
                END-IF
                MOVE AR-PAYER-CODE TO SR-PAYER-CODE
                MOVE WS-DAYS-LEFT TO SR-DAYS-LEFT
                MOVE AR-ID-NUMBER TO SR-ID-NUMBER
                MOVE AR-CHECK-DIGIT TO SR-CHECK-DIGIT
                MOVE AR-SERVICE-DATE TO SR-SERVICE-DATE
                MOVE AR-SUBMIT-DATE TO SR-SUBMIT-DATE
                IF AR-SUBMIT-DATE NOT NUMERIC
                    MOVE ZERO TO SR-SUBMIT-DATE
                END-IF
                MOVE AR-ACK-STATUS TO SR-ACK-STATUS
                COMPUTE SR-DEADLINE =
                    FUNCTION DATE-OF-INTEGER(WS-DEADLINE-DAY-NO)
                COMPUTE SR-BALANCE =
                    AR-AMOUNT-DUE - AR-AMOUNT-PAID
                ADD SR-BALANCE TO WS-TOTAL-AT-RISK
                WRITE FILING-WORK-RECORD FROM SORT-FILING-RECORD
            END-IF.

       REPORT-FILING-EXPOSURE.
            OPEN OUTPUT FILING-REPORT-FILE
            MOVE WS-WARNING-DAYS TO RH-WARNING-DAYS
            WRITE FILING-REPORT-LINE FROM WS-REPORT-HEADING
            PERFORM UNTIL END-OF-SORTED-ITEMS
                RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORTED-ITEMS TO TRUE
                    NOT AT END PERFORM REPORT-ONE-ITEM
                END-RETURN
            END-PERFORM
            IF NOT FIRST-PAYER-GROUP
                PERFORM WRITE-PAYER-SUBTOTAL
            END-IF
            MOVE SPACES TO FILING-REPORT-LINE
            WRITE FILING-REPORT-LINE
            MOVE "*** ALL PAYERS" TO ST-LABEL
            MOVE WS-ITEM-COUNT TO ST-ITEMS
            MOVE WS-TOTAL-AT-RISK TO ST-AT-RISK
            WRITE FILING-REPORT-LINE FROM WS-SUBTOTAL-LINE
            CLOSE FILING-REPORT-FILE.

       REPORT-ONE-ITEM.
            IF SR-PAYER-CODE NOT = WS-CURRENT-PAYER
               OR FIRST-PAYER-GROUP
                IF NOT FIRST-PAYER-GROUP
                    PERFORM WRITE-PAYER-SUBTOTAL
                END-IF
                MOVE SR-PAYER-CODE TO WS-CURRENT-PAYER
                MOVE "N" TO WS-FIRST-GROUP-FLAG
                PERFORM WRITE-PAYER-HEADING
            END-IF
            ADD 1 TO WS-PAYER-ITEMS
            ADD SR-BALANCE TO WS-PAYER-AT-RISK
            MOVE SR-ID-NUMBER TO DL-ID-NUMBER
            MOVE SR-CHECK-DIGIT TO DL-CHECK-DIGIT
            MOVE SR-SERVICE-DATE TO DL-SERVICE-DATE
            MOVE SR-SUBMIT-DATE TO DL-SUBMIT-DATE
            EVALUATE TRUE
                WHEN SR-SUBMIT-DATE = ZERO
                    MOVE "NEVER SENT" TO DL-STATUS
                WHEN SR-ACK-STATUS = "R"
                    MOVE "REJECTED" TO DL-STATUS
                WHEN SR-ACK-STATUS = "C"
                    MOVE "CORRECTED" TO DL-STATUS
                WHEN OTHER
                    MOVE "NO ACK" TO DL-STATUS
            END-EVALUATE
            MOVE SR-DEADLINE TO DL-DEADLINE
            MOVE SR-DAYS-LEFT TO DL-DAYS-LEFT
            MOVE SR-BALANCE TO DL-BALANCE
            IF SR-DAYS-LEFT < ZERO
                MOVE "PAST" TO DL-PAST-FLAG
            ELSE
                MOVE SPACES TO DL-PAST-FLAG
            END-IF
            WRITE FILING-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-PAYER-HEADING.
            MOVE SPACES TO FILING-REPORT-LINE
            WRITE FILING-REPORT-LINE
            MOVE SR-PAYER-CODE TO PH-PAYER-CODE
            MOVE SR-PAYER-CODE TO WS-PAYR-LOOKUP-CODE
            PERFORM FIND-PAYER-BY-CODE
            MOVE WS-DEFAULT-LIMIT TO PH-FILING-LIMIT
            IF WS-PAYR-HIT > ZERO
                MOVE WP-NAME(WS-PAYR-HIT) TO PH-PAYER-NAME
                IF WP-FILING-LIMIT(WS-PAYR-HIT) NUMERIC
                   AND WP-FILING-LIMIT(WS-PAYR-HIT) > ZERO
                    MOVE WP-FILING-LIMIT(WS-PAYR-HIT)
                        TO PH-FILING-LIMIT
                END-IF
            ELSE
                MOVE "PAYER NOT ON PAYER MASTER" TO PH-PAYER-NAME
            END-IF
            WRITE FILING-REPORT-LINE FROM WS-PAYER-HEADING
            WRITE FILING-REPORT-LINE FROM WS-COLUMN-HEADING.

       WRITE-PAYER-SUBTOTAL.
            MOVE "PAYER TOTAL" TO ST-LABEL
            MOVE WS-PAYER-ITEMS TO ST-ITEMS
            MOVE WS-PAYER-AT-RISK TO ST-AT-RISK
            WRITE FILING-REPORT-LINE FROM WS-SUBTOTAL-LINE
            MOVE ZERO TO WS-PAYER-ITEMS
            MOVE ZERO TO WS-PAYER-AT-RISK.

           COPY PAYRLOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM TIMELYRP.
