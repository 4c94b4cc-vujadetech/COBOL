      * the PIN is never kept as keyed: it is folded together with the
      * operator ID through repeated rounds into a nine-digit value,
      * so the master shows neither the PIN nor a value that matches
      * the same PIN under another ID
       COMPUTE-PIN-HASH.
            MOVE WS-OPER-LOOKUP-ID TO WS-PIN-DATA-ID
            MOVE WS-PIN-ENTRY TO WS-PIN-DATA-PIN
            MOVE 7 TO WS-PIN-HASH-WORK
            PERFORM VARYING WS-PIN-ROUND FROM 1 BY 1
                    UNTIL WS-PIN-ROUND > 64
                PERFORM VARYING WS-PIN-SUB FROM 1 BY 1
                        UNTIL WS-PIN-SUB > 11
                    COMPUTE WS-PIN-HASH-WORK = FUNCTION MOD(
                        WS-PIN-HASH-WORK * 131 + FUNCTION ORD(
                        WS-PIN-BYTE(WS-PIN-SUB)) + WS-PIN-ROUND,
                        999999937)
                END-PERFORM
            END-PERFORM
            MOVE WS-PIN-HASH-WORK TO WS-PIN-HASH.

      * a new PIN is keyed twice and must be at least four characters
       ACCEPT-NEW-PIN.
            MOVE "N" TO WS-PIN-VALID-FLAG
            DISPLAY "new PIN, 4 to 8 characters: " WITH NO ADVANCING
            MOVE SPACES TO WS-PIN-ENTRY
            ACCEPT WS-PIN-ENTRY
            DISPLAY "new PIN again: " WITH NO ADVANCING
            MOVE SPACES TO WS-PIN-CONFIRM
            ACCEPT WS-PIN-CONFIRM
            EVALUATE TRUE
                WHEN WS-PIN-ENTRY NOT = WS-PIN-CONFIRM
                    DISPLAY "*** the two PINs keyed do not match ***"
                WHEN WS-PIN-ENTRY(1:1) = SPACE
                  OR WS-PIN-ENTRY(4:1) = SPACE
                    DISPLAY "*** PIN must be at least 4 characters "
                        "with no leading space ***"
                WHEN OTHER
                    SET NEW-PIN-VALID TO TRUE
                    PERFORM COMPUTE-PIN-HASH
            END-EVALUATE
            MOVE SPACES TO WS-PIN-CONFIRM.

      * the master is append-only: a change is a new record built from
      * the operator's table entry, stamped with who made it
       APPEND-OPERATOR-RECORD.
            MOVE SPACES TO OPERATOR-MASTER-RECORD
            MOVE WO-OPERATOR-ID(WS-OPER-HIT) TO OM-OPERATOR-ID
            MOVE WO-NAME(WS-OPER-HIT) TO OM-NAME
            MOVE WO-AUTH-LEVEL(WS-OPER-HIT) TO OM-AUTH-LEVEL
            MOVE WO-ACTIVE(WS-OPER-HIT) TO OM-ACTIVE-FLAG
            MOVE WO-PIN-HASH(WS-OPER-HIT) TO OM-PIN-HASH
            MOVE WO-PIN-SET-DATE(WS-OPER-HIT) TO OM-PIN-SET-DATE
            MOVE WS-OPER-CHANGED-BY TO OM-CHANGED-BY
            MOVE FUNCTION CURRENT-DATE(1:8) TO OM-CHANGED-DATE
            MOVE OM-CHANGED-BY TO WO-CHANGED-BY(WS-OPER-HIT)
            MOVE OM-CHANGED-DATE TO WO-CHANGED-DATE(WS-OPER-HIT)
            OPEN EXTEND OPERATOR-MASTER-FILE
            IF NOT OPER-FILE-OK
                OPEN OUTPUT OPERATOR-MASTER-FILE
            END-IF
            WRITE OPERATOR-MASTER-RECORD
            CLOSE OPERATOR-MASTER-FILE
            MOVE "00" TO WS-OPER-FILE-STATUS.
