      *          with total history and there is no in-storage table
      *          to blow past. Every item is reported as paid, partial
      *          or unpaid, plus any payment that matched no open
      *          item. A payment that overpays the patient's items is
      *          posted in full to the latest item as a credit balance
      *          for the credit-balance report and refund processing,
      *          instead of being turned away. Applied cash is
      *          accumulated by the billed item's site for the
      *          general-ledger feed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 END-OF-AR-ITEMS  VALUE "Y".
       01  WS-GROUP-DONE-FLAG  PIC X VALUE "N".
           88 END-OF-ID-GROUP  VALUE "Y".
       01  WS-LAST-ITEM-FLAG   PIC X VALUE "N".
           88 LAST-ITEM-SAVED  VALUE "Y".
       01  WS-LAST-ITEM-KEY    PIC X(15) VALUE SPACES.
       01  WS-PAYMENT-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-CREDIT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-REMAINING-AMT    PIC 9(7)V99 VALUE ZERO.
       01  WS-OPEN-BALANCE     PIC 9(7)V99 VALUE ZERO.
           05 FILLER           PIC X(8)  VALUE "  AMT $ ".
           05 UD-AMOUNT        PIC Z(6)9.99.

       01  WS-CREDIT-DETAIL.
           05 FILLER           PIC X(22) VALUE
              "OVERPAYMENT TO CREDIT".
           05 CD-ID-NUMBER     PIC 9(6).
           05 FILLER           PIC X(8)  VALUE "  AMT $ ".
           05 CD-AMOUNT        PIC Z(6)9.99.

       01  WS-POSTING-TOTAL.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL POSTED      $ ".
            CLOSE AR-POSTING-REPORT
            CLOSE AR-OPEN-ITEM-FILE
            DISPLAY WS-PAYMENT-COUNT " payment(s) posted, "
                WS-CREDIT-COUNT " overpayment(s) to credit, "
                WS-UNMATCHED-COUNT " unmatched."
            MOVE WS-PAYMENT-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-UNMATCHED-COUNT " UNMATCHED"
            ADD 1 TO WS-PAYMENT-COUNT
            MOVE RC-AMOUNT TO WS-REMAINING-AMT
            MOVE "N" TO WS-GROUP-DONE-FLAG
            MOVE "N" TO WS-LAST-ITEM-FLAG
            MOVE RC-ID-NUMBER TO AR-ID-NUMBER
            MOVE RC-CHECK-DIGIT TO AR-CHECK-DIGIT
            MOVE ZEROS TO AR-SERVICE-DATE
                        IF AR-ID-NUMBER NOT = RC-ID-NUMBER
                            SET END-OF-ID-GROUP TO TRUE
                        ELSE
                            IF AR-STATUS NOT = "W"
                                MOVE AR-ITEM-KEY TO WS-LAST-ITEM-KEY
                                SET LAST-ITEM-SAVED TO TRUE
                            END-IF
                            IF AR-STATUS NOT = "F"
                               AND AR-STATUS NOT = "W"
                                PERFORM APPLY-TO-ONE-ITEM
                        END-IF
                END-READ
            END-PERFORM
            IF WS-REMAINING-AMT > ZERO
               AND LAST-ITEM-SAVED
                PERFORM POST-OVERPAYMENT-CREDIT
            END-IF
            IF WS-REMAINING-AMT > ZERO
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE RC-ID-NUMBER TO UD-ID-NUMBER
                MOVE WS-REMAINING-AMT TO UD-AMOUNT
                WRITE AR-REPORT-LINE FROM WS-UNMATCHED-DETAIL
                DISPLAY "*** payment for COVID " RC-ID-NUMBER
                    " has no open item ***"
            END-IF.

       APPLY-TO-ONE-ITEM.
                ADD WS-APPLY-AMT TO AR-AMOUNT-PAID
                SUBTRACT WS-APPLY-AMT FROM WS-REMAINING-AMT
                ADD WS-APPLY-AMT TO WS-TOTAL-POSTED
                EVALUATE TRUE
                    WHEN AR-AMOUNT-PAID = AR-AMOUNT-DUE
                        SET AR-ITEM-PAID TO TRUE
                    WHEN AR-ITEM-IN-COLLECTION
                        CONTINUE
                    WHEN OTHER
                        SET AR-ITEM-PARTIAL TO TRUE
                END-EVALUATE
                REWRITE AR-OPEN-ITEM-RECORD
                    INVALID KEY
                        DISPLAY "*** open-item rewrite failed for "
                PERFORM ACCUMULATE-GL-PAYMENT
            END-IF.

      * what is left once every item is paid stays on the patient's
      * latest item as a credit balance until a refund is approved
       POST-OVERPAYMENT-CREDIT.
            MOVE WS-LAST-ITEM-KEY TO AR-ITEM-KEY
            READ AR-OPEN-ITEM-FILE
                INVALID KEY
                    DISPLAY "*** open-item reread failed for "
                        "COVID " RC-ID-NUMBER " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
                NOT INVALID KEY
                    ADD 1 TO WS-CREDIT-COUNT
                    MOVE WS-REMAINING-AMT TO WS-APPLY-AMT
                    ADD WS-APPLY-AMT TO AR-AMOUNT-PAID
                    ADD WS-APPLY-AMT TO WS-TOTAL-POSTED
                    MOVE ZERO TO WS-REMAINING-AMT
                    SET AR-ITEM-PAID TO TRUE
                    REWRITE AR-OPEN-ITEM-RECORD
                        INVALID KEY
                            DISPLAY "*** open-item rewrite failed "
                                "for COVID " AR-ID-NUMBER " ***"
                            SET IO-ERROR-OCCURRED TO TRUE
                    END-REWRITE
                    MOVE RC-ID-NUMBER TO CD-ID-NUMBER
                    MOVE WS-APPLY-AMT TO CD-AMOUNT
                    WRITE AR-REPORT-LINE FROM WS-CREDIT-DETAIL
                    MOVE AR-SITE-ID TO WS-GL-LOOKUP-SITE
                    PERFORM ACCUMULATE-GL-PAYMENT
            END-READ.

      * applied cash is accumulated by the billed item's site so the
      * end-of-cycle general-ledger extract can post cash against
      * receivables per site; items billed before the site was kept
                WHEN "W"
                    ADD 1 TO WS-PAID-COUNT
                    MOVE "WRITEOFF" TO RD-STATUS
                WHEN "C"
                    ADD 1 TO WS-PARTIAL-COUNT
                    MOVE "AGENCY" TO RD-STATUS
                WHEN OTHER
                    ADD 1 TO WS-UNPAID-COUNT
                    MOVE "UNPAID" TO RD-STATUS
