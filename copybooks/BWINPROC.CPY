      * the batch window closes when the morning clinics open; the
      * optional RUNPARM file sets that time and how far over its
      * usual run time a step may go before it is called out, and
      * can pin the cycle date being looked at
       LOAD-BATCH-WINDOW-PARM.
            MOVE "N" TO WS-BWIN-FIXED-FLAG
            MOVE ZERO TO WS-BWIN-CYCLE-DATE
            OPEN INPUT BATCH-WINDOW-PARM-FILE
            IF BWIN-FILE-OK
                READ BATCH-WINDOW-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF BW-CYCLE-DATE IS NUMERIC
                           AND BW-CYCLE-DATE > ZERO
                            MOVE BW-CYCLE-DATE TO WS-BWIN-CYCLE-DATE
                            SET BWIN-CYCLE-DATE-FIXED TO TRUE
                        END-IF
                        IF BW-WINDOW-END-TIME IS NUMERIC
                           AND BW-WINDOW-END-TIME > ZERO
                            MOVE BW-WINDOW-END-TIME
                                TO WS-BWIN-WINDOW-END
                        END-IF
                        IF BW-LONG-RUN-PCT IS NUMERIC
                           AND BW-LONG-RUN-PCT > 100
                            MOVE BW-LONG-RUN-PCT
                                TO WS-BWIN-LONG-RUN-PCT
                        END-IF
                END-READ
            END-IF
            CLOSE BATCH-WINDOW-PARM-FILE.

      * the cycle ends when its end-of-day step is stamped done on
      * the cycle history; a cycle rolled back and run again ends at
      * the last time that flag went from not done to done
       FIND-CYCLE-END.
            MOVE ZERO TO WS-BWIN-START-DATE
            MOVE ZERO TO WS-BWIN-START-TIME
            MOVE ZERO TO WS-BWIN-END-DATE
            MOVE ZERO TO WS-BWIN-END-TIME
            MOVE "N" TO WS-BWIN-PRIOR-FLAG
            MOVE "N" TO WS-CYCH-EOF-SWITCH
            OPEN INPUT CYCLE-HISTORY-FILE
            IF CYCH-FILE-OK
                PERFORM UNTIL END-OF-CYCLE-HISTORY
                    READ CYCLE-HISTORY-FILE
                        AT END SET END-OF-CYCLE-HISTORY TO TRUE
                        NOT AT END PERFORM NOTE-CYCLE-END-STAMP
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CYCLE-HISTORY-FILE.

       NOTE-CYCLE-END-STAMP.
            IF NOT BWIN-CYCLE-DATE-FIXED
               AND CYH-CYCLE-DATE > WS-BWIN-CYCLE-DATE
                MOVE CYH-CYCLE-DATE TO WS-BWIN-CYCLE-DATE
                MOVE ZERO TO WS-BWIN-START-DATE
                MOVE ZERO TO WS-BWIN-START-TIME
                MOVE ZERO TO WS-BWIN-END-DATE
                MOVE ZERO TO WS-BWIN-END-TIME
                MOVE "N" TO WS-BWIN-PRIOR-FLAG
            END-IF
            IF CYH-CYCLE-DATE = WS-BWIN-CYCLE-DATE
                IF WS-BWIN-START-DATE = ZERO
                    MOVE CYH-STAMP-DATE TO WS-BWIN-START-DATE
                    MOVE CYH-STAMP-TIME TO WS-BWIN-START-TIME
                END-IF
                IF CYH-STEP-FLAGS(8:1) = "Y"
                   AND WS-BWIN-PRIOR-FLAG NOT = "Y"
                    MOVE CYH-STAMP-DATE TO WS-BWIN-END-DATE
                    MOVE CYH-STAMP-TIME TO WS-BWIN-END-TIME
                END-IF
                MOVE CYH-STEP-FLAGS(8:1) TO WS-BWIN-PRIOR-FLAG
            END-IF.

      * the window a cycle must finish in closes at the first
      * window-close time after the cycle's first step is stamped -
      * the next morning for a cycle started in the evening, the same
      * morning for one started after midnight; the cycle breaches
      * it by ending later, or by still being open once it has passed
       JUDGE-CYCLE-SLA.
            MOVE "N" TO WS-BWIN-SLA-FLAG
            MOVE ZERO TO WS-BWIN-DUE-DATE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BWIN-NOW-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BWIN-NOW-TIME
            IF WS-BWIN-START-DATE > ZERO
                IF WS-BWIN-START-TIME < WS-BWIN-WINDOW-END
                    MOVE WS-BWIN-START-DATE TO WS-BWIN-DUE-DATE
                ELSE
                    COMPUTE WS-BWIN-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(WS-BWIN-START-DATE)
                        + 1)
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-BWIN-DUE-DATE = ZERO
                    CONTINUE
                WHEN WS-BWIN-END-DATE > ZERO
                    IF WS-BWIN-END-DATE > WS-BWIN-DUE-DATE
                       OR (WS-BWIN-END-DATE = WS-BWIN-DUE-DATE
                           AND WS-BWIN-END-TIME > WS-BWIN-WINDOW-END)
                        SET CYCLE-SLA-BREACHED TO TRUE
                    END-IF
                WHEN WS-BWIN-NOW-DATE > WS-BWIN-DUE-DATE
                    SET CYCLE-SLA-BREACHED TO TRUE
                WHEN WS-BWIN-NOW-DATE = WS-BWIN-DUE-DATE
                 AND WS-BWIN-NOW-TIME > WS-BWIN-WINDOW-END
                    SET CYCLE-SLA-BREACHED TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
