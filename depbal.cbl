                MOVE "COMPLETED, IN BALANCE" TO WS-AUDIT-OUTCOME
            END-IF
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            MOVE "DEPOSIT-BALANCING" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-RECEIPT-COUNT TO WS-CTOT-RECORD-COUNT
