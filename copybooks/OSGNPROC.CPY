      * the sign-on status file holds one record per operator ID -
      * last good sign-on and the run of failed sign-ons since - and
      * is rewritten whole after every change
       LOAD-SIGNON-STATUS.
            MOVE ZERO TO WS-OSGN-COUNT
            INITIALIZE WS-OSGN-TABLE
            MOVE "N" TO WS-OSGN-EOF-SWITCH
            OPEN INPUT SIGNON-STATUS-FILE
            IF OSGN-FILE-OK
                PERFORM UNTIL END-OF-OSGN-FILE
                    READ SIGNON-STATUS-FILE
                        AT END SET END-OF-OSGN-FILE TO TRUE
                        NOT AT END
                            IF WS-OSGN-COUNT < WS-OSGN-MAX
                                ADD 1 TO WS-OSGN-COUNT
                                MOVE SIGNON-STATUS-RECORD
                                    TO WG-ENTRY(WS-OSGN-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SIGNON-STATUS-FILE
            MOVE "00" TO WS-OSGN-FILE-STATUS.

      * an ID not yet on the status file is given a fresh entry
       FIND-SIGNON-ENTRY.
            MOVE ZERO TO WS-OSGN-HIT
            PERFORM VARYING WS-OSGN-SUB FROM 1 BY 1
                    UNTIL WS-OSGN-SUB > WS-OSGN-COUNT
                       OR WS-OSGN-HIT > ZERO
                IF WG-OPERATOR-ID(WS-OSGN-SUB) = WS-OPER-LOOKUP-ID
                    MOVE WS-OSGN-SUB TO WS-OSGN-HIT
                END-IF
            END-PERFORM
            IF WS-OSGN-HIT = ZERO AND WS-OSGN-COUNT < WS-OSGN-MAX
                ADD 1 TO WS-OSGN-COUNT
                MOVE WS-OSGN-COUNT TO WS-OSGN-HIT
                MOVE WS-OPER-LOOKUP-ID TO WG-OPERATOR-ID(WS-OSGN-HIT)
                MOVE ZERO TO WG-LAST-DATE(WS-OSGN-HIT)
                MOVE ZERO TO WG-LAST-TIME(WS-OSGN-HIT)
                MOVE ZERO TO WG-FAILED-COUNT(WS-OSGN-HIT)
                MOVE ZERO TO WG-FAILED-DATE(WS-OSGN-HIT)
            END-IF.

       SAVE-SIGNON-STATUS.
            OPEN OUTPUT SIGNON-STATUS-FILE
            PERFORM VARYING WS-OSGN-SUB FROM 1 BY 1
                    UNTIL WS-OSGN-SUB > WS-OSGN-COUNT
                MOVE WG-ENTRY(WS-OSGN-SUB) TO SIGNON-STATUS-RECORD
                WRITE SIGNON-STATUS-RECORD
            END-PERFORM
            CLOSE SIGNON-STATUS-FILE
            MOVE "00" TO WS-OSGN-FILE-STATUS.
