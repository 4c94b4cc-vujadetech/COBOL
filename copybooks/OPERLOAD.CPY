                MOVE OM-NAME TO WO-NAME(WS-OPER-HIT)
                MOVE OM-AUTH-LEVEL TO WO-AUTH-LEVEL(WS-OPER-HIT)
                MOVE OM-ACTIVE-FLAG TO WO-ACTIVE(WS-OPER-HIT)
                MOVE OM-PIN-HASH TO WO-PIN-HASH(WS-OPER-HIT)
                IF OM-PIN-SET-DATE IS NUMERIC
                    MOVE OM-PIN-SET-DATE
                        TO WO-PIN-SET-DATE(WS-OPER-HIT)
                ELSE
                    MOVE ZERO TO WO-PIN-SET-DATE(WS-OPER-HIT)
                END-IF
                MOVE OM-CHANGED-BY TO WO-CHANGED-BY(WS-OPER-HIT)
                MOVE OM-CHANGED-DATE TO WO-CHANGED-DATE(WS-OPER-HIT)
            END-IF.

       FIND-OPERATOR-BY-ID.
