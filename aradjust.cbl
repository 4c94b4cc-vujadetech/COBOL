      *          transaction is reported on its own register so the
      *          supervisor can sign off on what was forgiven, and
      *          forgiven dollars are accumulated by the billed
      *          item's site for the general-ledger feed. A claim
      *          correction fixes the payer code or member ID on an
      *          item the payer rejected at acknowledgment and marks it
      *          corrected, so the next claim extract resubmits it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 AJ-TYPE          PIC X.
              88 ADJ-IS-WRITE-OFF  VALUE "W".
              88 ADJ-IS-ADJUSTMENT VALUE "A".
              88 ADJ-IS-CLAIM-CORRECTION VALUE "C".
           05 AJ-AMOUNT        PIC 9(7)V99.
           05 AJ-REASON        PIC X(3).
           05 AJ-OPERATOR      PIC X(3).
           05 AJ-NEW-PAYER-CODE PIC X(3).
           05 AJ-NEW-MEMBER-ID PIC X(10).

           COPY ARITMFD.

           88 ITEM-RECORD-FOUND VALUE "Y".
       01  WS-WRITE-OFF-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-ADJUSTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-CORRECTED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-OPEN-BALANCE     PIC 9(7)V99 VALUE ZERO.
       01  WS-APPLIED-AMT      PIC 9(7)V99 VALUE ZERO.
            CLOSE ADJUSTMENT-REGISTER
            DISPLAY WS-WRITE-OFF-COUNT " write-off(s), "
                WS-ADJUSTED-COUNT " adjustment(s), "
                WS-CORRECTED-COUNT " claim correction(s), "
                WS-UNMATCHED-COUNT " unmatched."
            COMPUTE WS-CTOT-RECORD-COUNT =
                WS-WRITE-OFF-COUNT + WS-ADJUSTED-COUNT
                + WS-CORRECTED-COUNT
            MOVE WS-CTOT-RECORD-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-UNMATCHED-COUNT " UNMATCHED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                WHEN WS-UNMATCHED-COUNT > ZERO
                 AND WS-UNMATCHED-COUNT * 10 >=
                     WS-WRITE-OFF-COUNT + WS-ADJUSTED-COUNT
                     + WS-CORRECTED-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
                    PERFORM WRITE-OFF-ONE-ITEM
                WHEN ADJ-IS-ADJUSTMENT
                    PERFORM ADJUST-ONE-ITEM
                WHEN ADJ-IS-CLAIM-CORRECTION
                    PERFORM CORRECT-ONE-CLAIM
                WHEN OTHER
                    ADD 1 TO WS-UNMATCHED-COUNT
                    DISPLAY "*** bad adjustment type '" AJ-TYPE
            MOVE "ADJUSTED" TO RG-ACTION
            PERFORM WRITE-REGISTER-DETAIL.

      * only a claim the payer rejected can be corrected; a blank new
      * payer code or member ID leaves that field as billed. No money
      * moves, so nothing goes to the general-ledger feed
       CORRECT-ONE-CLAIM.
            MOVE AJ-ID-NUMBER TO RG-ID-NUMBER
            MOVE AJ-SERVICE-DATE TO RG-SERVICE-DATE
            MOVE ZERO TO RG-AMOUNT
            MOVE AJ-REASON TO RG-REASON
            MOVE AJ-OPERATOR TO RG-OPERATOR
            IF NOT AR-ACK-REJECTED
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE "NOT REJCTD" TO RG-ACTION
                WRITE ADJUSTMENT-REGISTER-LINE FROM WS-REGISTER-DETAIL
                DISPLAY "*** claim correction for COVID "
                    AJ-ID-NUMBER " but item was not rejected ***"
            ELSE
                ADD 1 TO WS-CORRECTED-COUNT
                IF AJ-NEW-PAYER-CODE NOT = SPACES
                    MOVE AJ-NEW-PAYER-CODE TO AR-PAYER-CODE
                END-IF
                IF AJ-NEW-MEMBER-ID NOT = SPACES
                    MOVE AJ-NEW-MEMBER-ID TO AR-MEMBER-ID
                END-IF
                SET AR-ACK-CORRECTED TO TRUE
                MOVE AJ-REASON TO AR-ADJ-REASON
                MOVE AJ-OPERATOR TO AR-ADJ-OPERATOR
                PERFORM REWRITE-ADJUSTED-ITEM
                MOVE "CORRECTED" TO RG-ACTION
                WRITE ADJUSTMENT-REGISTER-LINE FROM WS-REGISTER-DETAIL
            END-IF.

       REWRITE-ADJUSTED-ITEM.
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
