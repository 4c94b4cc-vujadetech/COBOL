       LOAD-CONTRACT-TABLE.
            MOVE ZERO TO WS-CONTRACT-COUNT
            MOVE SPACES TO WS-CONTRACT-TABLE
            MOVE "N" TO WS-CRAT-EOF-SWITCH
            OPEN INPUT CONTRACT-RATE-FILE
            IF CRAT-FILE-OK
                PERFORM UNTIL END-OF-CRAT-FILE
                    READ CONTRACT-RATE-FILE
                        AT END SET END-OF-CRAT-FILE TO TRUE
                        NOT AT END PERFORM POST-CONTRACT-ENTRY
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no contract rate file, contractual "
                    "adjustments will not be booked ***"
            END-IF
            CLOSE CONTRACT-RATE-FILE.

      * every effective-dated rate is kept, since a remittance is
      * priced at the rate in force on the date of service; a later
      * record for the same payer, type and date replaces the earlier
       POST-CONTRACT-ENTRY.
            MOVE ZERO TO WS-CRAT-HIT
            PERFORM VARYING WS-CRAT-SUB FROM 1 BY 1
                    UNTIL WS-CRAT-SUB > WS-CONTRACT-COUNT
                       OR WS-CRAT-HIT > ZERO
                IF WC-PAYER-CODE(WS-CRAT-SUB) = CT-PAYER-CODE
                   AND WC-TYPE-CODE(WS-CRAT-SUB) = CT-TYPE-CODE
                   AND WC-EFF-DATE(WS-CRAT-SUB) = CT-EFFECTIVE-DATE
                    MOVE WS-CRAT-SUB TO WS-CRAT-HIT
                END-IF
            END-PERFORM
            IF WS-CRAT-HIT = ZERO
                IF WS-CONTRACT-COUNT < WS-CRAT-MAX
                    ADD 1 TO WS-CONTRACT-COUNT
                    MOVE WS-CONTRACT-COUNT TO WS-CRAT-HIT
                ELSE
                    DISPLAY "*** contract rate table full, rate for "
                        CT-PAYER-CODE " type " CT-TYPE-CODE
                        " dropped ***"
                END-IF
            END-IF
            IF WS-CRAT-HIT > ZERO
                MOVE CT-PAYER-CODE TO WC-PAYER-CODE(WS-CRAT-HIT)
                MOVE CT-TYPE-CODE TO WC-TYPE-CODE(WS-CRAT-HIT)
                MOVE CT-EFFECTIVE-DATE TO WC-EFF-DATE(WS-CRAT-HIT)
                MOVE CT-RATE TO WC-RATE(WS-CRAT-HIT)
            END-IF.

      * the rate in force is the latest one effective on or before
      * the lookup date; WS-CRAT-HIT is zero when there is none
       FIND-CONTRACT-RATE.
            MOVE ZERO TO WS-CRAT-HIT
            PERFORM VARYING WS-CRAT-SUB FROM 1 BY 1
                    UNTIL WS-CRAT-SUB > WS-CONTRACT-COUNT
                IF WC-PAYER-CODE(WS-CRAT-SUB) = WS-CRAT-LOOKUP-PAYER
                   AND WC-TYPE-CODE(WS-CRAT-SUB) = WS-CRAT-LOOKUP-TYPE
                   AND WC-EFF-DATE(WS-CRAT-SUB) <= WS-CRAT-LOOKUP-DATE
                    IF WS-CRAT-HIT = ZERO
                        MOVE WS-CRAT-SUB TO WS-CRAT-HIT
                    ELSE
                        IF WC-EFF-DATE(WS-CRAT-SUB) >
                           WC-EFF-DATE(WS-CRAT-HIT)
                            MOVE WS-CRAT-SUB TO WS-CRAT-HIT
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
