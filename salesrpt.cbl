      *          (see beg-3.3's SalePrice field) and accumulates them
      *          into a department subtotal / grand total report
      *          instead of the single throwaway SalePrice demo.
      *          A transaction typed R is a return/refund against the
      *          original department and item: it is validated against
      *          the item reference like a sale and nets against the
      *          sales in the department totals and the period-to-date
      *          file, and each item's sale and return counts are
      *          posted to PTDITEMS for the returns exception report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PTD-SALES-FILE ASSIGN TO "PTDSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-FILE-STATUS.
           SELECT PTD-ITEM-FILE ASSIGN TO "PTDITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTDI-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SALESSRT.WRK".
           SELECT SORTED-SALES-FILE ASSIGN TO "SALESSRT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           05 ST-DEPT-CODE     PIC X(4).
           05 ST-ITEM-ID       PIC X(6).
           05 ST-SALE-PRICE    PIC 9(4)V99.
           05 ST-TXN-TYPE      PIC X.
              88 ST-IS-SALE       VALUES "S" SPACE.
              88 ST-IS-RETURN     VALUE "R".

       FD  DEPT-ITEM-FILE.
       01  DEPT-ITEM-RECORD.
           05 VS-DEPT-CODE     PIC X(4).
           05 VS-ITEM-ID       PIC X(6).
           05 VS-SALE-PRICE    PIC 9(4)V99.
           05 VS-TXN-TYPE      PIC X.

       FD  SALES-REJECT-FILE.
       01  SALES-REJECT-RECORD.
           05 SR-DEPT-CODE     PIC X(4).
           05 SR-ITEM-ID       PIC X(6).
           05 SR-SALE-PRICE    PIC X(6).
           05 SR-TXN-TYPE      PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 SR-REASON        PIC X(20).

           05 PTD-PERIOD       PIC 9(6).
           05 PTD-SALE-DATE    PIC 9(8).
           05 PTD-DEPT-CODE    PIC X(4).
           05 PTD-AMOUNT       PIC S9(6)V99.
           05 PTD-RETURNS      PIC 9(6)V99.

       FD  PTD-ITEM-FILE.
       01  PTD-ITEM-RECORD.
           05 PI-PERIOD        PIC 9(6).
           05 PI-SALE-DATE     PIC 9(8).
           05 PI-DEPT-CODE     PIC X(4).
           05 PI-ITEM-ID       PIC X(6).
           05 PI-SALE-COUNT    PIC 9(5).
           05 PI-SALE-AMOUNT   PIC 9(6)V99.
           05 PI-RETURN-COUNT  PIC 9(5).
           05 PI-RETURN-AMOUNT PIC 9(6)V99.

       SD  SORT-WORK-FILE.
       01  SORT-TRANSACTION-RECORD.
           05 SW-DEPT-CODE     PIC X(4).
           05 SW-ITEM-ID       PIC X(6).
           05 SW-SALE-PRICE    PIC 9(4)V99.
           05 SW-TXN-TYPE      PIC X.

       FD  SORTED-SALES-FILE.
       01  SORTED-SALES-RECORD.
           05 SS-DEPT-CODE     PIC X(4).
           05 SS-ITEM-ID       PIC X(6).
           05 SS-SALE-PRICE    PIC 9(4)V99.
           05 SS-TXN-TYPE      PIC X.
              88 SS-IS-RETURN     VALUE "R".

       FD  SALES-REPORT-FILE.
       01  SALES-REPORT-LINE       PIC X(60).
       01  WS-SALES-REJECTS    PIC 9(6) VALUE ZERO.
       01  WS-PTD-FILE-STATUS  PIC XX VALUE "00".
           88 PTD-FILE-OK      VALUE "00".
       01  WS-PTDI-FILE-STATUS PIC XX VALUE "00".
           88 PTDI-FILE-OK     VALUE "00".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-REJECT-REASON    PIC X(20) VALUE SPACES.
       01  WS-FIRST-RECORD     PIC X VALUE "Y".
       01  WS-CURRENT-DEPT     PIC X(4) VALUE SPACES.
       01  WS-DEPT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-DEPT-SUBTOTAL    PIC S9(6)V99 VALUE ZERO.
       01  WS-DEPT-RETURNS     PIC 9(6)V99 VALUE ZERO.
       01  WS-TRANSACTION-COUNT PIC 9(6) VALUE ZERO.
       01  WS-RETURN-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-GRAND-TOTAL      PIC S9(7)V99 VALUE ZERO.
       01  WS-GRAND-RETURNS    PIC 9(7)V99 VALUE ZERO.
       01  WS-CURRENT-ITEM     PIC X(6) VALUE SPACES.
       01  WS-ITEM-SALE-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-ITEM-SALE-AMOUNT PIC 9(6)V99 VALUE ZERO.
       01  WS-ITEM-RETURN-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ITEM-RETURN-AMOUNT PIC 9(6)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 FILLER           PIC X(6)  VALUE "DEPT ".
           05 DL-ITEM-ID       PIC X(6).
           05 FILLER           PIC X     VALUE SPACE.
           05 DL-ITEM-DESC     PIC X(20).
           05 DL-TXN-LABEL     PIC X(8)  VALUE "  SALE $".
           05 DL-SALE-PRICE    PIC Z(3)9.99.

       01  WS-SUBTOTAL-LINE.
           05 FILLER           PIC X(11) VALUE "  SUBTOTAL ".
           05 SL-DEPT-CODE     PIC X(4).
           05 FILLER           PIC X(5)  VALUE "  $  ".
           05 SL-DEPT-SUBTOTAL PIC Z(5)9.99-.
           05 FILLER           PIC X(12) VALUE "  RETURNS $ ".
           05 SL-DEPT-RETURNS  PIC Z(5)9.99.

       01  WS-GRAND-RETURNS-LINE.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL RETURNS      $ ".
           05 GR-GRAND-RETURNS PIC Z(6)9.99.

       01  WS-GRAND-TOTAL-LINE.
           05 FILLER           PIC X(25) VALUE
              "*** NET SALES BILLED   $ ".
           05 GL-GRAND-TOTAL   PIC Z(6)9.99-.

           COPY AUDITWS.
           COPY CTOTWS.
                MOVE "BLOCKED BY CYCLE CONTROL"
                    TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            PERFORM VALIDATE-SALES-TRANSACTIONS
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-DEPT-CODE
                                 SW-ITEM-ID
                USING VALIDATED-SALES-FILE
                GIVING SORTED-SALES-FILE
            OPEN INPUT SORTED-SALES-FILE
                END-READ
            END-PERFORM
            IF WS-FIRST-RECORD NOT = "Y"
                PERFORM POST-PTD-ITEM
                PERFORM WRITE-DEPT-SUBTOTAL
            END-IF
            MOVE WS-GRAND-RETURNS TO GR-GRAND-RETURNS
            WRITE SALES-REPORT-LINE FROM WS-GRAND-RETURNS-LINE
            MOVE WS-GRAND-TOTAL TO GL-GRAND-TOTAL
            WRITE SALES-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
            CLOSE SORTED-SALES-FILE
            CLOSE SALES-REPORT-FILE
            CLOSE PTD-SALES-FILE
            CLOSE PTD-ITEM-FILE
            DISPLAY WS-TRANSACTION-COUNT " transactions ("
                WS-RETURN-COUNT " return(s)), "
                WS-DEPT-COUNT " department(s) reported."
            MOVE WS-TRANSACTION-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-DEPT-COUNT " DEPT(S)"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            MOVE "SALES-REPORT" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-TRANSACTION-COUNT TO WS-CTOT-RECORD-COUNT
            ADD 1 TO WS-TRANSACTION-COUNT
            IF WS-FIRST-RECORD = "Y"
                MOVE SS-DEPT-CODE TO WS-CURRENT-DEPT
                MOVE SS-ITEM-ID TO WS-CURRENT-ITEM
                MOVE "N" TO WS-FIRST-RECORD
            ELSE
                IF SS-DEPT-CODE NOT = WS-CURRENT-DEPT
                    PERFORM POST-PTD-ITEM
                    PERFORM WRITE-DEPT-SUBTOTAL
                    MOVE SS-DEPT-CODE TO WS-CURRENT-DEPT
                    MOVE SS-ITEM-ID TO WS-CURRENT-ITEM
                ELSE
                    IF SS-ITEM-ID NOT = WS-CURRENT-ITEM
                        PERFORM POST-PTD-ITEM
                        MOVE SS-ITEM-ID TO WS-CURRENT-ITEM
                    END-IF
                END-IF
            END-IF
            MOVE SS-DEPT-CODE TO DL-DEPT-CODE
            MOVE SS-ITEM-ID TO DL-ITEM-ID
            PERFORM LOOKUP-ITEM-DESC
            MOVE SS-SALE-PRICE TO DL-SALE-PRICE
            IF SS-IS-RETURN
                MOVE "RETURN $" TO DL-TXN-LABEL
                ADD 1 TO WS-RETURN-COUNT
                ADD 1 TO WS-ITEM-RETURN-COUNT
                ADD SS-SALE-PRICE TO WS-ITEM-RETURN-AMOUNT
                ADD SS-SALE-PRICE TO WS-DEPT-RETURNS
                ADD SS-SALE-PRICE TO WS-GRAND-RETURNS
                SUBTRACT SS-SALE-PRICE FROM WS-DEPT-SUBTOTAL
                SUBTRACT SS-SALE-PRICE FROM WS-GRAND-TOTAL
            ELSE
                MOVE "  SALE $" TO DL-TXN-LABEL
                ADD 1 TO WS-ITEM-SALE-COUNT
                ADD SS-SALE-PRICE TO WS-ITEM-SALE-AMOUNT
                ADD SS-SALE-PRICE TO WS-DEPT-SUBTOTAL
                ADD SS-SALE-PRICE TO WS-GRAND-TOTAL
            END-IF
            WRITE SALES-REPORT-LINE FROM WS-DETAIL-LINE.

       SET-RETURN-CODE.
            IF WS-SALES-REJECTS > ZERO
                    WHEN ST-SALE-PRICE NOT NUMERIC
                        MOVE "NON-NUMERIC PRICE" TO WS-REJECT-REASON
                        PERFORM WRITE-SALES-REJECT
                    WHEN NOT ST-IS-SALE AND NOT ST-IS-RETURN
                        MOVE "UNKNOWN TXN TYPE" TO WS-REJECT-REASON
                        PERFORM WRITE-SALES-REJECT
                    WHEN OTHER
                        PERFORM FIND-ITEM-ENTRY
                        PERFORM JUDGE-ONE-SALE
                WHEN WS-ITEM-HIT = ZERO
                    MOVE "UNKNOWN DEPT/ITEM" TO WS-REJECT-REASON
                    PERFORM WRITE-SALES-REJECT
                WHEN ST-IS-RETURN
                    PERFORM JUDGE-ONE-RETURN
                WHEN ST-SALE-PRICE < IT-MIN-PRICE(WS-ITEM-HIT)
                  OR ST-SALE-PRICE > IT-MAX-PRICE(WS-ITEM-HIT)
                    MOVE "PRICE OUT OF RANGE" TO WS-REJECT-REASON
                    PERFORM WRITE-VALIDATED-SALE
            END-EVALUATE.

      * a refund may be for less than the item's minimum price (a
      * partial refund) but never for more than it could have sold for
       JUDGE-ONE-RETURN.
            IF ST-SALE-PRICE = ZERO
               OR ST-SALE-PRICE > IT-MAX-PRICE(WS-ITEM-HIT)
                MOVE "REFUND OUT OF RANGE" TO WS-REJECT-REASON
                PERFORM WRITE-SALES-REJECT
            ELSE
                PERFORM WRITE-VALIDATED-SALE
            END-IF.

       FIND-ITEM-ENTRY.
            MOVE ZERO TO WS-ITEM-HIT
            PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
            MOVE ST-DEPT-CODE TO VS-DEPT-CODE
            MOVE ST-ITEM-ID TO VS-ITEM-ID
            MOVE ST-SALE-PRICE TO VS-SALE-PRICE
            MOVE ST-TXN-TYPE TO VS-TXN-TYPE
            WRITE VALIDATED-SALES-RECORD.

       WRITE-SALES-REJECT.
            MOVE ST-DEPT-CODE TO SR-DEPT-CODE
            MOVE ST-ITEM-ID TO SR-ITEM-ID
            MOVE SALES-TRANSACTION-RECORD(11:6) TO SR-SALE-PRICE
            MOVE ST-TXN-TYPE TO SR-TXN-TYPE
            MOVE WS-REJECT-REASON TO SR-REASON
            WRITE SALES-REJECT-RECORD
            DISPLAY "*** sale rejected: " SR-REASON " ***".
            ADD 1 TO WS-DEPT-COUNT
            MOVE WS-CURRENT-DEPT TO SL-DEPT-CODE
            MOVE WS-DEPT-SUBTOTAL TO SL-DEPT-SUBTOTAL
            MOVE WS-DEPT-RETURNS TO SL-DEPT-RETURNS
            WRITE SALES-REPORT-LINE FROM WS-SUBTOTAL-LINE
            PERFORM POST-PTD-SALES
            MOVE ZERO TO WS-DEPT-SUBTOTAL
            MOVE ZERO TO WS-DEPT-RETURNS.

       OPEN-PTD-SALES.
            OPEN EXTEND PTD-SALES-FILE
            IF NOT PTD-FILE-OK
                OPEN OUTPUT PTD-SALES-FILE
            END-IF
            OPEN EXTEND PTD-ITEM-FILE
            IF NOT PTDI-FILE-OK
                OPEN OUTPUT PTD-ITEM-FILE
            END-IF.

       POST-PTD-SALES.
            MOVE WS-RUN-DATE TO PTD-SALE-DATE
            MOVE WS-CURRENT-DEPT TO PTD-DEPT-CODE
            MOVE WS-DEPT-SUBTOTAL TO PTD-AMOUNT
            MOVE WS-DEPT-RETURNS TO PTD-RETURNS
            WRITE PTD-SALES-RECORD.

       POST-PTD-ITEM.
            MOVE SPACES TO PTD-ITEM-RECORD
            MOVE WS-RUN-DATE(1:6) TO PI-PERIOD
            MOVE WS-RUN-DATE TO PI-SALE-DATE
            MOVE WS-CURRENT-DEPT TO PI-DEPT-CODE
            MOVE WS-CURRENT-ITEM TO PI-ITEM-ID
            MOVE WS-ITEM-SALE-COUNT TO PI-SALE-COUNT
            MOVE WS-ITEM-SALE-AMOUNT TO PI-SALE-AMOUNT
            MOVE WS-ITEM-RETURN-COUNT TO PI-RETURN-COUNT
            MOVE WS-ITEM-RETURN-AMOUNT TO PI-RETURN-AMOUNT
            WRITE PTD-ITEM-RECORD
            MOVE ZERO TO WS-ITEM-SALE-COUNT
            MOVE ZERO TO WS-ITEM-SALE-AMOUNT
            MOVE ZERO TO WS-ITEM-RETURN-COUNT
            MOVE ZERO TO WS-ITEM-RETURN-AMOUNT.

           COPY AUDITPROC.
           COPY CTOTPROC.
           COPY CYCPROC.
