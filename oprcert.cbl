      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly operator access recertification - lists
      *          every operator on the operator master with the
      *          authority level, status, last good sign-on and days
      *          of inactivity, the PIN set date and who last changed
      *          the record, and flags for review every locked ID,
      *          every active ID idle for the inactivity limit or
      *          longer (default 90 days, CERTPARM override) and every
      *          active ID with no PIN or an expired one. The report
      *          closes with a sign-off block for the reviewing
      *          manager; changes it calls for are made through
      *          operator maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY OSGNSEL.
           SELECT OPTIONAL CERT-PARM-FILE ASSIGN TO "CERTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CERT-REPORT-FILE ASSIGN TO "OPRCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY OSGNFD.

       FD  CERT-PARM-FILE.
       01  CERT-PARM-RECORD.
           05 PARM-IDLE-DAYS   PIC 9(3).

       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-LINE        PIC X(100).

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR    PIC 9(4).
           05 WS-TODAY-MONTH   PIC 99.
           05 WS-TODAY-DAY     PIC 99.
       01  WS-QUARTER          PIC 9 VALUE ZERO.
       01  WS-IDLE-LIMIT       PIC 9(3) VALUE 90.
       01  WS-IDLE-DAYS        PIC 9(5) VALUE ZERO.
       01  WS-PIN-AGE          PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-ACTIVE-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-INACTIVE-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-LOCKED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-REVIEW-COUNT     PIC 9(4) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(46) VALUE
              "*** OPERATOR ACCESS RECERTIFICATION - QUARTER ".
           05 RH-YEAR          PIC 9(4).
           05 FILLER           PIC X(2)  VALUE "-Q".
           05 RH-QUARTER       PIC 9.
           05 FILLER           PIC X(6)  VALUE "  RUN ".
           05 RH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(41) VALUE
              "ID   NAME                  LVL  STATUS   ".
           05 FILLER           PIC X(57) VALUE
              " LAST ON    IDLE  PIN SET   CHANGED  BY    REVIEW".

       01  WS-OPERATOR-LINE.
           05 OL-ID            PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OL-NAME          PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OL-LEVEL         PIC 9.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 OL-STATUS        PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OL-LAST-SIGNON   PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OL-IDLE-DAYS     PIC ZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OL-PIN-SET       PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 OL-CHANGED-DATE  PIC X(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 OL-CHANGED-BY    PIC X(3).
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 OL-REVIEW        PIC X(16).

       01  WS-COUNT-LINE.
           05 FILLER           PIC X(4)  VALUE "*** ".
           05 CL-LABEL         PIC X(34).
           05 CL-COUNT         PIC ZZZ9.

       01  WS-SIGNOFF-LINES.
           05 FILLER           PIC X(50) VALUE
              "EACH OPERATOR ABOVE IS CONFIRMED AS STILL NEEDING ".
           05 FILLER           PIC X(50) VALUE
              "THE LEVEL SHOWN, OR MARKED FOR CHANGE OR REMOVAL.".
           05 FILLER           PIC X(50) VALUE
              "REVIEWED BY (MANAGER): ___________________________".
           05 FILLER           PIC X(50) VALUE
              "___  DATE: ____________".
           05 FILLER           PIC X(50) VALUE
              "SIGNATURE:             ___________________________".
           05 FILLER           PIC X(50) VALUE
              "___".
       01  WS-SIGNOFF-TABLE REDEFINES WS-SIGNOFF-LINES.
           05 SIGNOFF-LINE     PIC X(100) OCCURS 3 TIMES.
       01  WS-SIGNOFF-SUB      PIC 9 VALUE ZERO.

           COPY OPERWS.
           COPY OSGNWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "OPERATOR-RECERT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            COMPUTE WS-QUARTER = (WS-TODAY-MONTH + 2) / 3
            PERFORM LOAD-CERT-PARM
            PERFORM LOAD-OPERATOR-TABLE
            PERFORM LOAD-SIGNON-STATUS
            OPEN OUTPUT CERT-REPORT-FILE
            MOVE WS-TODAY-YEAR TO RH-YEAR
            MOVE WS-QUARTER TO RH-QUARTER
            MOVE WS-TODAY TO RH-RUN-DATE
            WRITE CERT-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE CERT-REPORT-LINE FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                    UNTIL WS-OPER-SUB > WS-OPER-COUNT
                PERFORM REPORT-ONE-OPERATOR
            END-PERFORM
            PERFORM WRITE-CERT-TOTALS
            PERFORM WRITE-SIGNOFF-BLOCK
            CLOSE CERT-REPORT-FILE
            DISPLAY WS-LISTED-COUNT " operator(s) listed, "
                WS-REVIEW-COUNT " flagged for review."
            MOVE WS-REVIEW-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-LISTED-COUNT " OPERATORS"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            STOP RUN.

       LOAD-CERT-PARM.
            OPEN INPUT CERT-PARM-FILE
            IF PARM-FILE-OK
                READ CERT-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-IDLE-DAYS IS NUMERIC
                           AND PARM-IDLE-DAYS > ZERO
                            MOVE PARM-IDLE-DAYS TO WS-IDLE-LIMIT
                        END-IF
                END-READ
            END-IF
            CLOSE CERT-PARM-FILE.

       REPORT-ONE-OPERATOR.
            ADD 1 TO WS-LISTED-COUNT
            MOVE SPACES TO OL-REVIEW
            MOVE WO-OPERATOR-ID(WS-OPER-SUB) TO OL-ID
            MOVE WO-NAME(WS-OPER-SUB) TO OL-NAME
            MOVE WO-AUTH-LEVEL(WS-OPER-SUB) TO OL-LEVEL
            MOVE WO-CHANGED-DATE(WS-OPER-SUB) TO OL-CHANGED-DATE
            MOVE WO-CHANGED-BY(WS-OPER-SUB) TO OL-CHANGED-BY
            PERFORM FIND-LAST-SIGNON
            PERFORM SET-PIN-COLUMN
            EVALUATE WO-ACTIVE(WS-OPER-SUB)
                WHEN "A"
                    MOVE "ACTIVE" TO OL-STATUS
                    ADD 1 TO WS-ACTIVE-COUNT
                    PERFORM CHECK-ACTIVE-OPERATOR
                WHEN "L"
                    MOVE "LOCKED" TO OL-STATUS
                    ADD 1 TO WS-LOCKED-COUNT
                    MOVE "LOCKED - REVIEW" TO OL-REVIEW
                WHEN OTHER
                    MOVE "INACTIVE" TO OL-STATUS
                    ADD 1 TO WS-INACTIVE-COUNT
            END-EVALUATE
            IF OL-REVIEW NOT = SPACES
                ADD 1 TO WS-REVIEW-COUNT
            END-IF
            WRITE CERT-REPORT-LINE FROM WS-OPERATOR-LINE.

      * an operator who has never signed on is idle from the day the
      * record was last changed
       FIND-LAST-SIGNON.
            MOVE ZERO TO WS-IDLE-DAYS
            MOVE WO-OPERATOR-ID(WS-OPER-SUB) TO WS-OPER-LOOKUP-ID
            MOVE ZERO TO WS-OSGN-HIT
            PERFORM VARYING WS-OSGN-SUB FROM 1 BY 1
                    UNTIL WS-OSGN-SUB > WS-OSGN-COUNT
                       OR WS-OSGN-HIT > ZERO
                IF WG-OPERATOR-ID(WS-OSGN-SUB) = WS-OPER-LOOKUP-ID
                    MOVE WS-OSGN-SUB TO WS-OSGN-HIT
                END-IF
            END-PERFORM
            IF WS-OSGN-HIT > ZERO
               AND WG-LAST-DATE(WS-OSGN-HIT) > ZERO
                MOVE WG-LAST-DATE(WS-OSGN-HIT) TO OL-LAST-SIGNON
                COMPUTE WS-IDLE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY)
                  - FUNCTION INTEGER-OF-DATE(WG-LAST-DATE(WS-OSGN-HIT))
            ELSE
                MOVE "NEVER" TO OL-LAST-SIGNON
                IF WO-CHANGED-DATE(WS-OPER-SUB) IS NUMERIC
                   AND WO-CHANGED-DATE(WS-OPER-SUB) > ZERO
                    COMPUTE WS-IDLE-DAYS =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY)
                      - FUNCTION INTEGER-OF-DATE(
                            WO-CHANGED-DATE(WS-OPER-SUB))
                END-IF
            END-IF
            MOVE WS-IDLE-DAYS TO OL-IDLE-DAYS.

       SET-PIN-COLUMN.
            MOVE ZERO TO WS-PIN-AGE
            EVALUATE TRUE
                WHEN WO-PIN-HASH(WS-OPER-SUB) = SPACES
                    MOVE "NONE" TO OL-PIN-SET
                WHEN WO-PIN-SET-DATE(WS-OPER-SUB) = ZERO
                    MOVE "TEMP" TO OL-PIN-SET
                WHEN OTHER
                    MOVE WO-PIN-SET-DATE(WS-OPER-SUB) TO OL-PIN-SET
                    COMPUTE WS-PIN-AGE =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY)
                      - FUNCTION INTEGER-OF-DATE(
                            WO-PIN-SET-DATE(WS-OPER-SUB))
            END-EVALUATE.

       CHECK-ACTIVE-OPERATOR.
            EVALUATE TRUE
                WHEN WS-IDLE-DAYS NOT < WS-IDLE-LIMIT
                    MOVE "IDLE - REVIEW" TO OL-REVIEW
                WHEN WO-PIN-HASH(WS-OPER-SUB) = SPACES
                    MOVE "NO PIN" TO OL-REVIEW
                WHEN WS-PIN-AGE > WS-PIN-LIFE-DAYS
                    MOVE "PIN EXPIRED" TO OL-REVIEW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       WRITE-CERT-TOTALS.
            MOVE SPACES TO CERT-REPORT-LINE
            WRITE CERT-REPORT-LINE
            MOVE "OPERATORS LISTED" TO CL-LABEL
            MOVE WS-LISTED-COUNT TO CL-COUNT
            WRITE CERT-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "ACTIVE" TO CL-LABEL
            MOVE WS-ACTIVE-COUNT TO CL-COUNT
            WRITE CERT-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "INACTIVE" TO CL-LABEL
            MOVE WS-INACTIVE-COUNT TO CL-COUNT
            WRITE CERT-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "LOCKED" TO CL-LABEL
            MOVE WS-LOCKED-COUNT TO CL-COUNT
            WRITE CERT-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "FLAGGED FOR REVIEW" TO CL-LABEL
            MOVE WS-REVIEW-COUNT TO CL-COUNT
            WRITE CERT-REPORT-LINE FROM WS-COUNT-LINE.

       WRITE-SIGNOFF-BLOCK.
            MOVE SPACES TO CERT-REPORT-LINE
            WRITE CERT-REPORT-LINE
            PERFORM VARYING WS-SIGNOFF-SUB FROM 1 BY 1
                    UNTIL WS-SIGNOFF-SUB > 3
                WRITE CERT-REPORT-LINE
                    FROM SIGNOFF-LINE(WS-SIGNOFF-SUB)
                MOVE SPACES TO CERT-REPORT-LINE
                WRITE CERT-REPORT-LINE
            END-PERFORM.

           COPY OPERLOAD.
           COPY OSGNPROC.
           COPY AUDITPROC.

       END PROGRAM OPRCERT.
