                MOVE "BLOCKED BY CYCLE CONTROL"
                    TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
                MOVE "COMPLETED, IN BALANCE" TO WS-AUDIT-OUTCOME
            END-IF
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            PERFORM STAMP-CYCLE-STEP
            GOBACK.
