       LOAD-VACCINATOR-TABLE.
            MOVE ZERO TO WS-VACM-COUNT
            MOVE SPACES TO WS-VACM-TABLE
            MOVE "N" TO WS-VACM-EOF-SWITCH
            OPEN INPUT VACCINATOR-MASTER-FILE
            IF VACM-FILE-OK
                PERFORM UNTIL END-OF-VACM-FILE
                    READ VACCINATOR-MASTER-FILE
                        AT END SET END-OF-VACM-FILE TO TRUE
                        NOT AT END PERFORM POST-VACCINATOR-ENTRY
                    END-READ
                END-PERFORM
            END-IF
            CLOSE VACCINATOR-MASTER-FILE.

      * the vaccinator master is append-only, so the latest record per
      * vaccinator ID wins - the file itself is the change history
       POST-VACCINATOR-ENTRY.
            MOVE VM-VACCINATOR-ID TO WS-VACM-LOOKUP-ID
            PERFORM FIND-VACCINATOR-BY-ID
            IF WS-VACM-HIT = ZERO
                IF WS-VACM-COUNT < WS-VACM-MAX
                    ADD 1 TO WS-VACM-COUNT
                    MOVE WS-VACM-COUNT TO WS-VACM-HIT
                END-IF
            END-IF
            IF WS-VACM-HIT > ZERO
                MOVE VM-VACCINATOR-ID
                    TO WV-VACCINATOR-ID(WS-VACM-HIT)
                MOVE VM-NAME TO WV-NAME(WS-VACM-HIT)
                MOVE VM-LICENSE-NUMBER
                    TO WV-LICENSE-NUMBER(WS-VACM-HIT)
                MOVE VM-LICENSE-EXPIRY
                    TO WV-LICENSE-EXPIRY(WS-VACM-HIT)
                PERFORM VARYING WS-VACM-SITE-SUB FROM 1 BY 1
                        UNTIL WS-VACM-SITE-SUB > 5
                    MOVE VM-ASSIGNED-SITE(WS-VACM-SITE-SUB)
                        TO WV-ASSIGNED-SITE(WS-VACM-HIT,
                                            WS-VACM-SITE-SUB)
                END-PERFORM
                MOVE VM-ACTIVE-FLAG TO WV-ACTIVE(WS-VACM-HIT)
            END-IF.

       FIND-VACCINATOR-BY-ID.
            MOVE ZERO TO WS-VACM-HIT
            PERFORM VARYING WS-VACM-SUB FROM 1 BY 1
                    UNTIL WS-VACM-SUB > WS-VACM-COUNT
                       OR WS-VACM-HIT > ZERO
                IF WV-VACCINATOR-ID(WS-VACM-SUB) = WS-VACM-LOOKUP-ID
                    MOVE WS-VACM-SUB TO WS-VACM-HIT
                END-IF
            END-PERFORM.

      * WS-VACM-HIT must already point at the vaccinator
       CHECK-VACCINATOR-SITE.
            MOVE "N" TO WS-VACM-SITE-FLAG
            PERFORM VARYING WS-VACM-SITE-SUB FROM 1 BY 1
                    UNTIL WS-VACM-SITE-SUB > 5
                       OR VACCINATOR-AT-SITE
                IF WV-ASSIGNED-SITE(WS-VACM-HIT, WS-VACM-SITE-SUB)
                   = WS-VACM-LOOKUP-SITE
                    SET VACCINATOR-AT-SITE TO TRUE
                END-IF
            END-PERFORM.
