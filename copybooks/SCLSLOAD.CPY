      * closures that ended before today can no longer stop a booking
      * and are left on the file as history only
       LOAD-CLOSURE-TABLE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCLS-RUN-DATE
            MOVE ZERO TO WS-SCLS-COUNT
            MOVE "N" TO WS-SCLS-EOF-SWITCH
            OPEN INPUT SITE-CLOSURE-FILE
            IF SCLS-FILE-OK
                PERFORM UNTIL END-OF-SCLS-FILE
                    READ SITE-CLOSURE-FILE
                        AT END SET END-OF-SCLS-FILE TO TRUE
                        NOT AT END
                            IF SC-TO-DATE >= WS-SCLS-RUN-DATE
                                PERFORM ADD-CLOSURE-ENTRY
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SITE-CLOSURE-FILE.

       ADD-CLOSURE-ENTRY.
            IF WS-SCLS-COUNT < WS-SCLS-MAX
                ADD 1 TO WS-SCLS-COUNT
                MOVE SC-SITE-ID TO CLOS-SITE-ID(WS-SCLS-COUNT)
                MOVE SC-FROM-DATE TO CLOS-FROM-DATE(WS-SCLS-COUNT)
                MOVE SC-TO-DATE TO CLOS-TO-DATE(WS-SCLS-COUNT)
                MOVE SC-ALT-SITE-ID
                    TO CLOS-ALT-SITE-ID(WS-SCLS-COUNT)
            ELSE
                DISPLAY "*** site closure table full, closure of "
                    SC-SITE-ID " from " SC-FROM-DATE
                    " not loaded - raise WS-SCLS-MAX ***"
            END-IF.

      * the first closure covering the site on the date is the one
      * returned, so its alternate site is the one offered
       CHECK-SITE-CLOSED.
            MOVE "N" TO WS-SCLS-FOUND
            MOVE ZERO TO WS-SCLS-HIT
            PERFORM VARYING WS-SCLS-SUB FROM 1 BY 1
                    UNTIL WS-SCLS-SUB > WS-SCLS-COUNT
                       OR SITE-DAY-CLOSED
                IF CLOS-SITE-ID(WS-SCLS-SUB) = WS-SCLS-LOOKUP-ID
                   AND CLOS-FROM-DATE(WS-SCLS-SUB)
                       <= WS-SCLS-LOOKUP-DATE
                   AND CLOS-TO-DATE(WS-SCLS-SUB)
                       >= WS-SCLS-LOOKUP-DATE
                    SET SITE-DAY-CLOSED TO TRUE
                    MOVE WS-SCLS-SUB TO WS-SCLS-HIT
                END-IF
            END-PERFORM.
