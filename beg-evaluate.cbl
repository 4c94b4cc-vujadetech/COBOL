               MOVE "BLOCKED BY CYCLE CONTROL"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-AUDIT-RUN-ENDED
               PERFORM CLOSE-AUDIT-LOG
               GOBACK
           END-IF
           STRING "COMPLETED, " WS-REJECT-COUNT " REJECTED"
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-AUDIT-RUN-ENDED
           PERFORM CLOSE-AUDIT-LOG
           MOVE "ConditionNames" TO WS-CTOT-PROGRAM-NAME
           MOVE WS-RECORD-COUNT TO WS-CTOT-RECORD-COUNT
