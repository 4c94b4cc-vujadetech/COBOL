       OPEN-AUDIT-LOG.
            PERFORM LOAD-OPERATOR-SESSION
            PERFORM FIND-AUDIT-CHAIN-TAIL
            OPEN EXTEND AUDIT-LOG-FILE
            IF NOT AUDIT-FILE-OK
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
            CLOSE OPERATOR-SESSION-FILE.

      * every record carries the next sequence number and a check
      * value chained from the record before it, so a line edited,
      * inserted or removed anywhere in the log breaks the chain from
      * that point on; the tail of the live log supplies where this
      * run's records pick the chain up. Records written before the
      * chain was introduced have no sequence number and are passed
      * over.
       FIND-AUDIT-CHAIN-TAIL.
            MOVE ZERO TO WS-AUDIT-LAST-SEQUENCE
            MOVE ZERO TO WS-AUDIT-LAST-CHAIN
            MOVE "N" TO WS-AUDIT-TAIL-SWITCH
            OPEN INPUT AUDIT-LOG-FILE
            IF AUDIT-FILE-OK
                PERFORM UNTIL AUDIT-TAIL-REACHED
                    READ AUDIT-LOG-FILE
                        AT END SET AUDIT-TAIL-REACHED TO TRUE
                        NOT AT END
                            IF AL-SEQUENCE-NO IS NUMERIC
                               AND AL-CHAIN-VALUE IS NUMERIC
                                MOVE AL-SEQUENCE-NO
                                    TO WS-AUDIT-LAST-SEQUENCE
                                MOVE AL-CHAIN-VALUE
                                    TO WS-AUDIT-LAST-CHAIN
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE AUDIT-LOG-FILE.

      * the check value folds each byte of the record, through its
      * sequence number, into the prior record's value
       COMPUTE-AUDIT-CHAIN.
            MOVE WS-AUDIT-CHAIN-PRIOR TO WS-AUDIT-CHAIN-WORK
            PERFORM VARYING WS-AUDIT-CHAIN-SUB FROM 1 BY 1
                    UNTIL WS-AUDIT-CHAIN-SUB > 102
                COMPUTE WS-AUDIT-CHAIN-WORK = FUNCTION MOD(
                    WS-AUDIT-CHAIN-WORK * 31 + FUNCTION ORD(
                    WS-AUDIT-CHAIN-BYTE(WS-AUDIT-CHAIN-SUB)),
                    999999937)
            END-PERFORM
            MOVE WS-AUDIT-CHAIN-WORK TO WS-AUDIT-CHAIN-RESULT.

       WRITE-AUDIT-RECORD.
            MOVE SPACES TO AUDIT-LOG-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO AL-DATE
            MOVE WS-AUDIT-KEY-VALUE TO AL-KEY-VALUE
            MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
            MOVE WS-AUDIT-OPERATOR TO AL-OPERATOR-ID
            ADD 1 TO WS-AUDIT-LAST-SEQUENCE
            MOVE WS-AUDIT-LAST-SEQUENCE TO AL-SEQUENCE-NO
            MOVE AUDIT-LOG-RECORD(1:102) TO WS-AUDIT-CHAIN-DATA
            MOVE WS-AUDIT-LAST-CHAIN TO WS-AUDIT-CHAIN-PRIOR
            PERFORM COMPUTE-AUDIT-CHAIN
            MOVE WS-AUDIT-CHAIN-RESULT TO WS-AUDIT-LAST-CHAIN
            MOVE WS-AUDIT-CHAIN-RESULT TO AL-CHAIN-VALUE
            WRITE AUDIT-LOG-RECORD.

      * a batch step's last entry, after its own completion or
      * refusal record, marks when the step let go of the machine;
      * the batch run-time report times each step from its RUN
      * STARTED entry to this one
       WRITE-AUDIT-RUN-ENDED.
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN ENDED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD.

       CLOSE-AUDIT-LOG.
            CLOSE AUDIT-LOG-FILE.
