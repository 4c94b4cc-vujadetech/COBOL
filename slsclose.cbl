      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales year-end close - rolls the closing year's
      *          period-to-date sales records into the sales history
      *          file as one record per year, month and department
      *          (net sales and returns), then rewrites the
      *          period-to-date file with only the records posted for
      *          the new year, and clears the closed year out of the
      *          item-level file as well. The year closed defaults to
      *          the prior calendar year and can be overridden by the
      *          optional YECPARM file; a year still in progress or
      *          already on the history file is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTD-SALES-FILE ASSIGN TO "PTDSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-FILE-STATUS.
           SELECT PTD-ITEM-FILE ASSIGN TO "PTDITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTDI-FILE-STATUS.
           SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO "SALESHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT OPTIONAL CLOSE-PARM-FILE ASSIGN TO "YECPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PTD-KEEP-FILE ASSIGN TO "PTDKEEP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "YECSRT.WRK".
           SELECT CLOSE-REPORT-FILE ASSIGN TO "SLSCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PTD-SALES-FILE.
       01  PTD-SALES-RECORD        PIC X(34).

       FD  PTD-ITEM-FILE.
       01  PTD-ITEM-RECORD.
           05 PI-PERIOD.
              10 PI-YEAR       PIC 9(4).
              10 PI-MONTH      PIC 99.
           05 FILLER           PIC X(44).

       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05 SH-YEAR          PIC 9(4).
           05 SH-MONTH         PIC 99.
           05 SH-DEPT-CODE     PIC X(4).
           05 SH-NET-AMOUNT    PIC S9(7)V99.
           05 SH-RETURNS       PIC 9(7)V99.
           05 SH-CLOSE-DATE    PIC 9(8).

       FD  CLOSE-PARM-FILE.
       01  CLOSE-PARM-RECORD.
           05 PARM-CLOSE-YEAR  PIC 9(4).

       FD  PTD-KEEP-FILE.
       01  PTD-KEEP-RECORD         PIC X(50).

       SD  SORT-WORK-FILE.
       01  SORT-PTD-RECORD.
           05 SW-PERIOD.
              10 SW-YEAR       PIC 9(4).
              10 SW-MONTH      PIC 99.
           05 SW-SALE-DATE     PIC 9(8).
           05 SW-DEPT-CODE     PIC X(4).
           05 SW-AMOUNT        PIC S9(6)V99.
           05 SW-RETURNS       PIC 9(6)V99.

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE       PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-PTD-FILE-STATUS  PIC XX VALUE "00".
           88 PTD-FILE-OK      VALUE "00".
       01  WS-PTDI-FILE-STATUS PIC XX VALUE "00".
           88 PTDI-FILE-OK     VALUE "00".
       01  WS-HIST-FILE-STATUS PIC XX VALUE "00".
           88 HIST-FILE-OK     VALUE "00".
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-FILE      VALUE "Y".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-PTD VALUE "Y".
       01  WS-FIRST-GROUP-FLAG PIC X VALUE "Y".
           88 FIRST-ROLL-GROUP VALUE "Y".
       01  WS-CLOSE-REFUSED    PIC X VALUE "N".
           88 CLOSE-WAS-REFUSED VALUE "Y".
       01  WS-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR    PIC 9(4).
           05 FILLER           PIC X(4).
       01  WS-CLOSE-YEAR       PIC 9(4) VALUE ZERO.
       01  WS-CURRENT-PERIOD   PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-DEPT     PIC X(4) VALUE SPACES.
       01  WS-GROUP-NET        PIC S9(7)V99 VALUE ZERO.
       01  WS-GROUP-RETURNS    PIC 9(7)V99 VALUE ZERO.
       01  WS-ROLLED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-KEPT-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-ITEMS-PURGED     PIC 9(6) VALUE ZERO.
       01  WS-ITEMS-KEPT       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NET        PIC S9(8)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(28) VALUE
              "*** SALES YEAR-END CLOSE FOR".
           05 FILLER           PIC X     VALUE SPACE.
           05 RH-CLOSE-YEAR    PIC 9(4).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-COLUMN-HEADING   PIC X(50) VALUE
           "YEAR MO  DEPT        NET SALES $      RETURNS $".

       01  WS-HISTORY-LINE.
           05 HL-YEAR          PIC 9(4).
           05 FILLER           PIC X     VALUE SPACE.
           05 HL-MONTH         PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 HL-DEPT-CODE     PIC X(4).
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 HL-NET-AMOUNT    PIC Z(7)9.99-.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 HL-RETURNS       PIC Z(7)9.99.

       01  WS-COUNT-LINE.
           05 FILLER           PIC X(4)  VALUE "*** ".
           05 CL-LABEL         PIC X(34).
           05 CL-COUNT         PIC ZZZZZ9.

           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "SALES-YEAR-CLOSE" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            COMPUTE WS-CLOSE-YEAR = WS-TODAY-YEAR - 1
            PERFORM LOAD-CLOSE-PARM
            PERFORM CHECK-CLOSE-ALLOWED
            IF CLOSE-WAS-REFUSED
                MOVE WS-CLOSE-YEAR TO WS-AUDIT-KEY-VALUE
                MOVE "CLOSE REFUSED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM CLOSE-AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT CLOSE-REPORT-FILE
            MOVE WS-CLOSE-YEAR TO RH-CLOSE-YEAR
            WRITE CLOSE-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE CLOSE-REPORT-LINE FROM WS-COLUMN-HEADING
            OPEN INPUT PTD-SALES-FILE
            IF PTD-FILE-OK
                CLOSE PTD-SALES-FILE
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SW-PERIOD SW-DEPT-CODE
                    USING PTD-SALES-FILE
                    OUTPUT PROCEDURE IS ROLL-CLOSED-YEAR
                PERFORM RESTORE-PTD-SALES
            ELSE
                DISPLAY "*** PTDSALES FILE NOT AVAILABLE - "
                    "NOTHING TO CLOSE ***"
            END-IF
            PERFORM PURGE-PTD-ITEMS
            PERFORM WRITE-CLOSE-COUNTS
            CLOSE CLOSE-REPORT-FILE
            DISPLAY WS-ROLLED-COUNT " daily total(s) rolled into "
                WS-HISTORY-COUNT " history record(s), "
                WS-KEPT-COUNT " kept for the new year."
            MOVE WS-CLOSE-YEAR TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-HISTORY-COUNT " HISTORY"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "SALES-YEAR-CLOSE" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-ROLLED-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE ZERO TO WS-CTOT-REJECT-COUNT
            MOVE WS-TOTAL-NET TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       LOAD-CLOSE-PARM.
            OPEN INPUT CLOSE-PARM-FILE
            IF PARM-FILE-OK
                READ CLOSE-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-CLOSE-YEAR IS NUMERIC
                            MOVE PARM-CLOSE-YEAR TO WS-CLOSE-YEAR
                        END-IF
                END-READ
            END-IF
            CLOSE CLOSE-PARM-FILE.

      * a year can only be closed once it is over, and only once -
      * a second close would double the year on the history file
       CHECK-CLOSE-ALLOWED.
            IF WS-CLOSE-YEAR NOT < WS-TODAY-YEAR
                SET CLOSE-WAS-REFUSED TO TRUE
                DISPLAY "*** year " WS-CLOSE-YEAR " is not over yet, "
                    "close refused ***"
            ELSE
                OPEN INPUT SALES-HISTORY-FILE
                IF HIST-FILE-OK
                    PERFORM UNTIL END-OF-FILE OR CLOSE-WAS-REFUSED
                        READ SALES-HISTORY-FILE
                            AT END SET END-OF-FILE TO TRUE
                            NOT AT END
                                IF SH-YEAR = WS-CLOSE-YEAR
                                    SET CLOSE-WAS-REFUSED TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE SALES-HISTORY-FILE
                MOVE "N" TO WS-EOF-SWITCH
                IF CLOSE-WAS-REFUSED
                    DISPLAY "*** year " WS-CLOSE-YEAR " is already "
                        "on the sales history, close refused ***"
                END-IF
            END-IF.

      * everything posted for the closing year or before goes to the
      * history by year, month and department; records for the new
      * year are set aside and written back to the period-to-date
      * file afterwards
       ROLL-CLOSED-YEAR.
            OPEN EXTEND SALES-HISTORY-FILE
            IF NOT HIST-FILE-OK
                OPEN OUTPUT SALES-HISTORY-FILE
            END-IF
            OPEN OUTPUT PTD-KEEP-FILE
            PERFORM UNTIL END-OF-SORTED-PTD
                RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORTED-PTD TO TRUE
                    NOT AT END PERFORM ROLL-ONE-PTD-RECORD
                END-RETURN
            END-PERFORM
            IF NOT FIRST-ROLL-GROUP
                PERFORM WRITE-HISTORY-RECORD
            END-IF
            CLOSE SALES-HISTORY-FILE
            CLOSE PTD-KEEP-FILE.

      * records posted before returns were carried have no returns
      * amount
       ROLL-ONE-PTD-RECORD.
            IF SW-RETURNS NOT NUMERIC
                MOVE ZERO TO SW-RETURNS
            END-IF
            IF SW-YEAR > WS-CLOSE-YEAR
                ADD 1 TO WS-KEPT-COUNT
                MOVE SPACES TO PTD-KEEP-RECORD
                MOVE SORT-PTD-RECORD TO PTD-KEEP-RECORD
                WRITE PTD-KEEP-RECORD
            ELSE
                IF FIRST-ROLL-GROUP
                    MOVE "N" TO WS-FIRST-GROUP-FLAG
                ELSE
                    IF SW-PERIOD NOT = WS-CURRENT-PERIOD
                       OR SW-DEPT-CODE NOT = WS-CURRENT-DEPT
                        PERFORM WRITE-HISTORY-RECORD
                    END-IF
                END-IF
                MOVE SW-PERIOD TO WS-CURRENT-PERIOD
                MOVE SW-DEPT-CODE TO WS-CURRENT-DEPT
                ADD 1 TO WS-ROLLED-COUNT
                ADD SW-AMOUNT TO WS-GROUP-NET
                ADD SW-RETURNS TO WS-GROUP-RETURNS
                ADD SW-AMOUNT TO WS-TOTAL-NET
            END-IF.

       WRITE-HISTORY-RECORD.
            ADD 1 TO WS-HISTORY-COUNT
            MOVE WS-CURRENT-PERIOD(1:4) TO SH-YEAR
            MOVE WS-CURRENT-PERIOD(5:2) TO SH-MONTH
            MOVE WS-CURRENT-DEPT TO SH-DEPT-CODE
            MOVE WS-GROUP-NET TO SH-NET-AMOUNT
            MOVE WS-GROUP-RETURNS TO SH-RETURNS
            MOVE WS-TODAY TO SH-CLOSE-DATE
            WRITE SALES-HISTORY-RECORD
            MOVE SH-YEAR TO HL-YEAR
            MOVE SH-MONTH TO HL-MONTH
            MOVE SH-DEPT-CODE TO HL-DEPT-CODE
            MOVE SH-NET-AMOUNT TO HL-NET-AMOUNT
            MOVE SH-RETURNS TO HL-RETURNS
            WRITE CLOSE-REPORT-LINE FROM WS-HISTORY-LINE
            MOVE ZERO TO WS-GROUP-NET
            MOVE ZERO TO WS-GROUP-RETURNS.

       RESTORE-PTD-SALES.
            OPEN INPUT PTD-KEEP-FILE
            OPEN OUTPUT PTD-SALES-FILE
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-FILE
                READ PTD-KEEP-FILE
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE PTD-KEEP-RECORD TO PTD-SALES-RECORD
                        WRITE PTD-SALES-RECORD
                END-READ
            END-PERFORM
            CLOSE PTD-KEEP-FILE
            CLOSE PTD-SALES-FILE.

      * the item-level file only feeds the returns exception report,
      * so the closed year is simply dropped from it
       PURGE-PTD-ITEMS.
            OPEN INPUT PTD-ITEM-FILE
            IF PTDI-FILE-OK
                OPEN OUTPUT PTD-KEEP-FILE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                    READ PTD-ITEM-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END PERFORM SORT-OUT-ONE-ITEM
                    END-READ
                END-PERFORM
                CLOSE PTD-ITEM-FILE
                CLOSE PTD-KEEP-FILE
                OPEN INPUT PTD-KEEP-FILE
                OPEN OUTPUT PTD-ITEM-FILE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                    READ PTD-KEEP-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END
                            MOVE PTD-KEEP-RECORD TO PTD-ITEM-RECORD
                            WRITE PTD-ITEM-RECORD
                    END-READ
                END-PERFORM
                CLOSE PTD-KEEP-FILE
            END-IF
            CLOSE PTD-ITEM-FILE.

       SORT-OUT-ONE-ITEM.
            IF PI-YEAR > WS-CLOSE-YEAR
                ADD 1 TO WS-ITEMS-KEPT
                MOVE PTD-ITEM-RECORD TO PTD-KEEP-RECORD
                WRITE PTD-KEEP-RECORD
            ELSE
                ADD 1 TO WS-ITEMS-PURGED
            END-IF.

       WRITE-CLOSE-COUNTS.
            MOVE SPACES TO CLOSE-REPORT-LINE
            WRITE CLOSE-REPORT-LINE
            MOVE "DAILY TOTALS ROLLED TO HISTORY" TO CL-LABEL
            MOVE WS-ROLLED-COUNT TO CL-COUNT
            WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "HISTORY RECORDS WRITTEN" TO CL-LABEL
            MOVE WS-HISTORY-COUNT TO CL-COUNT
            WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "DAILY TOTALS KEPT FOR NEW YEAR" TO CL-LABEL
            MOVE WS-KEPT-COUNT TO CL-COUNT
            WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "ITEM RECORDS PURGED" TO CL-LABEL
            MOVE WS-ITEMS-PURGED TO CL-COUNT
            WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "ITEM RECORDS KEPT FOR NEW YEAR" TO CL-LABEL
            MOVE WS-ITEMS-KEPT TO CL-COUNT
            WRITE CLOSE-REPORT-LINE FROM WS-COUNT-LINE.

           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM SLSCLOSE.
