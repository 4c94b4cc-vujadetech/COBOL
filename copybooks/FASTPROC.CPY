       FIND-ASSISTANCE-TIER.
            MOVE ZERO TO WS-FAST-HIT
            PERFORM VARYING WS-FAST-SUB FROM 1 BY 1
                    UNTIL WS-FAST-SUB > WS-FAST-TIER-COUNT
                       OR WS-FAST-HIT > ZERO
                IF FT-TIER-CODE(WS-FAST-SUB) = WS-FAST-LOOKUP-TIER
                    MOVE WS-FAST-SUB TO WS-FAST-HIT
                END-IF
            END-PERFORM.
