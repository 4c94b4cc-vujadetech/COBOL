                MOVE "BLOCKED BY CYCLE CONTROL"
                    TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            MOVE WS-STEP-COUNT TO WS-AUDIT-KEY-VALUE
            MOVE "COMPLETED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            PERFORM STAMP-CYCLE-STEP
            GOBACK.
