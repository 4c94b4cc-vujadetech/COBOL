      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returns exception report - reads the item-level
      *          period-to-date file the daily sales run posts, sorts
      *          it by department and item, and lists every item whose
      *          returns for the period run at or above the return-
      *          rate threshold (returned units as a percentage of
      *          units sold), with the units sold and returned and the
      *          dollars refunded, so the store manager can see which
      *          items are coming back. Items selling fewer than the
      *          minimum units are left off unless nothing sold at all
      *          against their returns. The period defaults to the
      *          current month; the optional RTNPARM file overrides
      *          the period, the threshold and the minimum units.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNEXCP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTD-ITEM-FILE ASSIGN TO "PTDITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTDI-FILE-STATUS.
           SELECT OPTIONAL DEPT-ITEM-FILE ASSIGN TO "DEPTITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT OPTIONAL RETURN-PARM-FILE ASSIGN TO "RTNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "RTNSRT.WRK".
           SELECT SORTED-ITEM-FILE ASSIGN TO "RTNSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REPORT-FILE ASSIGN TO "RTNEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PTD-ITEM-FILE.
       01  PTD-ITEM-RECORD         PIC X(50).

       FD  DEPT-ITEM-FILE.
       01  DEPT-ITEM-RECORD.
           05 DI-DEPT-CODE     PIC X(4).
           05 DI-ITEM-ID       PIC X(6).
           05 DI-ITEM-DESC     PIC X(20).
           05 DI-MIN-PRICE     PIC 9(4)V99.
           05 DI-MAX-PRICE     PIC 9(4)V99.

       FD  RETURN-PARM-FILE.
       01  RETURN-PARM-RECORD.
           05 PARM-PERIOD      PIC 9(6).
           05 PARM-THRESHOLD   PIC 9(3).
           05 PARM-MIN-SOLD    PIC 9(4).

       SD  SORT-WORK-FILE.
       01  SORT-ITEM-RECORD.
           05 SW-PERIOD        PIC 9(6).
           05 SW-SALE-DATE     PIC 9(8).
           05 SW-DEPT-CODE     PIC X(4).
           05 SW-ITEM-ID       PIC X(6).
           05 SW-SALE-COUNT    PIC 9(5).
           05 SW-SALE-AMOUNT   PIC 9(6)V99.
           05 SW-RETURN-COUNT  PIC 9(5).
           05 SW-RETURN-AMOUNT PIC 9(6)V99.

       FD  SORTED-ITEM-FILE.
       01  SORTED-ITEM-RECORD.
           05 SP-PERIOD        PIC 9(6).
           05 SP-SALE-DATE     PIC 9(8).
           05 SP-DEPT-CODE     PIC X(4).
           05 SP-ITEM-ID       PIC X(6).
           05 SP-SALE-COUNT    PIC 9(5).
           05 SP-SALE-AMOUNT   PIC 9(6)V99.
           05 SP-RETURN-COUNT  PIC 9(5).
           05 SP-RETURN-AMOUNT PIC 9(6)V99.

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE      PIC X(80).

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-ITEM-FILE VALUE "Y".
       01  WS-REF-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-REF-FILE  VALUE "Y".
       01  WS-PTDI-FILE-STATUS PIC XX VALUE "00".
           88 PTDI-FILE-OK     VALUE "00".
       01  WS-REF-FILE-STATUS  PIC XX VALUE "00".
           88 REF-FILE-OK      VALUE "00".
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-REPORT-PERIOD    PIC 9(6) VALUE ZERO.
       01  WS-THRESHOLD        PIC 9(3) VALUE 10.
       01  WS-MIN-SOLD         PIC 9(4) VALUE 5.
       01  WS-FIRST-RECORD     PIC X VALUE "Y".
       01  WS-CURRENT-DEPT     PIC X(4) VALUE SPACES.
       01  WS-CURRENT-ITEM     PIC X(6) VALUE SPACES.
       01  WS-ITEM-SOLD        PIC 9(6) VALUE ZERO.
       01  WS-ITEM-RETURNED    PIC 9(6) VALUE ZERO.
       01  WS-ITEM-REFUNDED    PIC 9(7)V99 VALUE ZERO.
       01  WS-RETURN-RATE      PIC 9(3)V9 VALUE ZERO.
       01  WS-ITEMS-EXAMINED   PIC 9(5) VALUE ZERO.
       01  WS-ITEMS-FLAGGED    PIC 9(5) VALUE ZERO.
       01  WS-FLAGGED-REFUNDS  PIC 9(8)V99 VALUE ZERO.
       01  WS-ITEM-MAX         PIC 9(3) VALUE 100.
       01  WS-ITEM-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-ITEM-SUB         PIC 9(3) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 100 TIMES.
              10 IT-DEPT-CODE  PIC X(4).
              10 IT-ITEM-ID    PIC X(6).
              10 IT-ITEM-DESC  PIC X(20).

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(27) VALUE
              "*** RETURNS EXCEPTIONS FOR ".
           05 RH-PERIOD        PIC 9(6).
           05 FILLER           PIC X(11) VALUE " - RATE >= ".
           05 RH-THRESHOLD     PIC ZZ9.
           05 FILLER           PIC X(5)  VALUE "% ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(40) VALUE
              "DEPT ITEM   DESCRIPTION            SOLD ".
           05 FILLER           PIC X(40) VALUE
              "RETURNED   RATE   REFUNDED $".

       01  WS-DETAIL-LINE.
           05 DL-DEPT-CODE     PIC X(4).
           05 FILLER           PIC X     VALUE SPACE.
           05 DL-ITEM-ID       PIC X(6).
           05 FILLER           PIC X     VALUE SPACE.
           05 DL-ITEM-DESC     PIC X(20).
           05 FILLER           PIC X     VALUE SPACE.
           05 DL-SOLD          PIC ZZZZZ9.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 DL-RETURNED      PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-RATE          PIC ZZ9.9.
           05 FILLER           PIC X(3)  VALUE "%  ".
           05 DL-REFUNDED      PIC Z(6)9.99.

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(22) VALUE
              "*** ITEMS EXAMINED   ".
           05 TL-EXAMINED      PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE "   FLAGGED ".
           05 TL-FLAGGED       PIC ZZZZ9.
           05 FILLER           PIC X(15) VALUE "   REFUNDED $ ".
           05 TL-REFUNDS       PIC Z(7)9.99.

           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "RETURNS-EXCEPTION" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-PERIOD
            PERFORM LOAD-RETURN-PARM
            PERFORM LOAD-DEPT-ITEM-TABLE
            PERFORM CHECK-PTD-ITEM-FILE
            OPEN OUTPUT RETURN-REPORT-FILE
            MOVE WS-REPORT-PERIOD TO RH-PERIOD
            MOVE WS-THRESHOLD TO RH-THRESHOLD
            WRITE RETURN-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE RETURN-REPORT-LINE FROM WS-COLUMN-HEADING
            IF PTDI-FILE-OK
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SW-DEPT-CODE SW-ITEM-ID
                    USING PTD-ITEM-FILE
                    GIVING SORTED-ITEM-FILE
                OPEN INPUT SORTED-ITEM-FILE
                PERFORM UNTIL END-OF-ITEM-FILE
                    READ SORTED-ITEM-FILE
                        AT END SET END-OF-ITEM-FILE TO TRUE
                        NOT AT END PERFORM PROCESS-ITEM-RECORD
                    END-READ
                END-PERFORM
                CLOSE SORTED-ITEM-FILE
            END-IF
            IF WS-FIRST-RECORD NOT = "Y"
                PERFORM JUDGE-ITEM-RETURNS
            END-IF
            MOVE WS-ITEMS-EXAMINED TO TL-EXAMINED
            MOVE WS-ITEMS-FLAGGED TO TL-FLAGGED
            MOVE WS-FLAGGED-REFUNDS TO TL-REFUNDS
            WRITE RETURN-REPORT-LINE FROM WS-TOTAL-LINE
            CLOSE RETURN-REPORT-FILE
            DISPLAY WS-ITEMS-FLAGGED " of " WS-ITEMS-EXAMINED
                " item(s) at or over the return-rate threshold."
            MOVE WS-REPORT-PERIOD TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-ITEMS-FLAGGED " FLAGGED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            STOP RUN.

       LOAD-RETURN-PARM.
            OPEN INPUT RETURN-PARM-FILE
            IF PARM-FILE-OK
                READ RETURN-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-PERIOD IS NUMERIC
                            MOVE PARM-PERIOD TO WS-REPORT-PERIOD
                        END-IF
                        IF PARM-THRESHOLD IS NUMERIC
                            MOVE PARM-THRESHOLD TO WS-THRESHOLD
                        END-IF
                        IF PARM-MIN-SOLD IS NUMERIC
                            MOVE PARM-MIN-SOLD TO WS-MIN-SOLD
                        END-IF
                END-READ
            END-IF
            CLOSE RETURN-PARM-FILE.

       LOAD-DEPT-ITEM-TABLE.
            OPEN INPUT DEPT-ITEM-FILE
            IF REF-FILE-OK
                PERFORM UNTIL END-OF-REF-FILE
                    READ DEPT-ITEM-FILE
                        AT END SET END-OF-REF-FILE TO TRUE
                        NOT AT END PERFORM ADD-ITEM-ENTRY
                    END-READ
                END-PERFORM
            END-IF
            CLOSE DEPT-ITEM-FILE.

       ADD-ITEM-ENTRY.
            IF WS-ITEM-COUNT < WS-ITEM-MAX
                ADD 1 TO WS-ITEM-COUNT
                MOVE DI-DEPT-CODE TO IT-DEPT-CODE(WS-ITEM-COUNT)
                MOVE DI-ITEM-ID TO IT-ITEM-ID(WS-ITEM-COUNT)
                MOVE DI-ITEM-DESC TO IT-ITEM-DESC(WS-ITEM-COUNT)
            END-IF.

      * The item file does not exist until the daily sales run has
      * posted at least once - produce an empty report with a console
      * warning rather than aborting in the sort.
       CHECK-PTD-ITEM-FILE.
            OPEN INPUT PTD-ITEM-FILE
            IF PTDI-FILE-OK
                CLOSE PTD-ITEM-FILE
            ELSE
                DISPLAY "*** PTDITEMS FILE NOT AVAILABLE - "
                    "EMPTY RETURNS EXCEPTION REPORT PRODUCED ***"
            END-IF.

       PROCESS-ITEM-RECORD.
            IF SP-PERIOD = WS-REPORT-PERIOD
                IF WS-FIRST-RECORD = "Y"
                    MOVE SP-DEPT-CODE TO WS-CURRENT-DEPT
                    MOVE SP-ITEM-ID TO WS-CURRENT-ITEM
                    MOVE "N" TO WS-FIRST-RECORD
                ELSE
                    IF SP-DEPT-CODE NOT = WS-CURRENT-DEPT
                       OR SP-ITEM-ID NOT = WS-CURRENT-ITEM
                        PERFORM JUDGE-ITEM-RETURNS
                        MOVE SP-DEPT-CODE TO WS-CURRENT-DEPT
                        MOVE SP-ITEM-ID TO WS-CURRENT-ITEM
                    END-IF
                END-IF
                ADD SP-SALE-COUNT TO WS-ITEM-SOLD
                ADD SP-RETURN-COUNT TO WS-ITEM-RETURNED
                ADD SP-RETURN-AMOUNT TO WS-ITEM-REFUNDED
            END-IF.

      * returns against an item with no sales in the period always
      * show, at a nominal 999.9 percent
       JUDGE-ITEM-RETURNS.
            ADD 1 TO WS-ITEMS-EXAMINED
            IF WS-ITEM-RETURNED > ZERO
                IF WS-ITEM-SOLD = ZERO
                    MOVE 999.9 TO WS-RETURN-RATE
                    PERFORM WRITE-EXCEPTION-LINE
                ELSE
                    COMPUTE WS-RETURN-RATE ROUNDED =
                        WS-ITEM-RETURNED * 100 / WS-ITEM-SOLD
                        ON SIZE ERROR MOVE 999.9 TO WS-RETURN-RATE
                    END-COMPUTE
                    IF WS-RETURN-RATE >= WS-THRESHOLD
                       AND WS-ITEM-SOLD >= WS-MIN-SOLD
                        PERFORM WRITE-EXCEPTION-LINE
                    END-IF
                END-IF
            END-IF
            MOVE ZERO TO WS-ITEM-SOLD
            MOVE ZERO TO WS-ITEM-RETURNED
            MOVE ZERO TO WS-ITEM-REFUNDED.

       WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-ITEMS-FLAGGED
            ADD WS-ITEM-REFUNDED TO WS-FLAGGED-REFUNDS
            MOVE WS-CURRENT-DEPT TO DL-DEPT-CODE
            MOVE WS-CURRENT-ITEM TO DL-ITEM-ID
            MOVE SPACES TO DL-ITEM-DESC
            PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                    UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                IF IT-DEPT-CODE(WS-ITEM-SUB) = WS-CURRENT-DEPT
                   AND IT-ITEM-ID(WS-ITEM-SUB) = WS-CURRENT-ITEM
                    MOVE IT-ITEM-DESC(WS-ITEM-SUB) TO DL-ITEM-DESC
                END-IF
            END-PERFORM
            MOVE WS-ITEM-SOLD TO DL-SOLD
            MOVE WS-ITEM-RETURNED TO DL-RETURNED
            MOVE WS-RETURN-RATE TO DL-RATE
            MOVE WS-ITEM-REFUNDED TO DL-REFUNDED
            WRITE RETURN-REPORT-LINE FROM WS-DETAIL-LINE.

           COPY AUDITPROC.

       END PROGRAM RTNEXCP.
