                MOVE "BLOCKED BY CYCLE CONTROL"
                    TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            MOVE WS-LOT-COUNT TO WS-AUDIT-KEY-VALUE
            MOVE "COMPLETED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            MOVE "LOTBATCH" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-LOT-COUNT TO WS-CTOT-RECORD-COUNT
                    MOVE LI-QTY-RECEIVED TO INV-DOSES-RECEIVED
                    MOVE LI-QTY-RECEIVED TO INV-DOSES-ON-HAND
                    MOVE LI-EXPIRY-DATE TO INV-EXPIRY-DATE
                    MOVE SPACE TO INV-QUARANTINE-FLAG
                    WRITE LOT-INVENTORY-RECORD
                        INVALID KEY
                            DISPLAY "*** lot inventory write "
