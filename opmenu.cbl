      *          completed today, and offers a run-full-daily-cycle
      *          option that dispatches every step in job-stream order,
      *          stopping when a step ends with a bad return code.
      *          Sign-on takes the operator ID and PIN; repeated bad
      *          PINs lock the ID and an expired PIN must be changed
      *          before the menu opens. Dispatching the first cycle
      *          step takes the pre-cycle snapshot of the master files
      *          first, and a supervisor can roll a failed cycle back
      *          to that snapshot in one step. The run-status display
      *          also shows when the last cycle ended and flags a
      *          cycle that overran the batch window.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY AUDITSEL.
           COPY CYCSEL.
           COPY OPERSEL.
           COPY OSGNSEL.
           COPY BWINSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITFD.
           COPY CYCFD.
           COPY OPERFD.
           COPY OSGNFD.
           COPY BWINFD.

       WORKING-STORAGE SECTION.
       01  WS-MENU-CHOICE      PIC 99 VALUE ZERO.
           88 RUN-PATIENT-INQUIRY      VALUE 15.
           88 RUN-PATIENT-MERGE        VALUE 16.
           88 RUN-SITE-MAINT           VALUE 17.
           88 RUN-VACCINATOR-MAINT     VALUE 18.
           88 RUN-ASSISTANCE-MAINT     VALUE 19.
           88 RUN-OPERATOR-MAINT       VALUE 20.
           88 RUN-CYCLE-ROLLBACK       VALUE 21.
           88 EXIT-MENU                VALUE 99.
           88 VALID-MENU-CHOICE        VALUES 1 THRU 21 99.
       01  WS-STEP-NO          PIC 99 VALUE ZERO.
       01  WS-PRED-NO          PIC 99 VALUE ZERO.
       01  WS-TODAY            PIC 9(8) VALUE ZERO.
           88 AUTHORITY-GRANTED VALUE "Y".

           COPY OPERWS.
           COPY OSGNWS.
           COPY AUDITWS.
           COPY CYCWS.
           COPY BWINWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                        PERFORM DISPATCH-PATIENT-MERGE
                    WHEN RUN-SITE-MAINT
                        PERFORM DISPATCH-SITE-MAINT
                    WHEN RUN-VACCINATOR-MAINT
                        PERFORM DISPATCH-VACCINATOR-MAINT
                    WHEN RUN-ASSISTANCE-MAINT
                        PERFORM DISPATCH-ASSISTANCE-MAINT
                    WHEN RUN-OPERATOR-MAINT
                        PERFORM DISPATCH-OPERATOR-MAINT
                    WHEN RUN-CYCLE-ROLLBACK
                        PERFORM DISPATCH-CYCLE-ROLLBACK
                    WHEN EXIT-MENU
                        CONTINUE
                END-EVALUATE
            STOP RUN.

       SIGN-ON-OPERATOR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            PERFORM LOAD-OPERATOR-TABLE
            IF WS-OPER-COUNT = ZERO
                DISPLAY "*** no operator master on file, session "
            ACCEPT WS-SIGNON-ID
            MOVE WS-SIGNON-ID TO WS-OPER-LOOKUP-ID
            PERFORM FIND-OPERATOR-BY-ID
            EVALUATE TRUE
                WHEN WS-OPER-HIT = ZERO
                    DISPLAY "*** unknown or inactive operator ID ***"
                WHEN WO-ACTIVE(WS-OPER-HIT) = "L"
                    DISPLAY "*** operator ID locked after failed "
                        "sign-ons, see your supervisor ***"
                WHEN WO-ACTIVE(WS-OPER-HIT) NOT = "A"
                    DISPLAY "*** unknown or inactive operator ID ***"
                WHEN WO-PIN-HASH(WS-OPER-HIT) = SPACES
                    DISPLAY "*** no PIN set for this operator ID, "
                        "see your supervisor ***"
                WHEN OTHER
                    PERFORM CHECK-SIGNON-PIN
            END-EVALUATE.

       CHECK-SIGNON-PIN.
            DISPLAY "PIN: " WITH NO ADVANCING
            MOVE SPACES TO WS-PIN-ENTRY
            ACCEPT WS-PIN-ENTRY
            PERFORM COMPUTE-PIN-HASH
            MOVE SPACES TO WS-PIN-ENTRY
            PERFORM LOAD-SIGNON-STATUS
            PERFORM FIND-SIGNON-ENTRY
            IF WS-PIN-HASH-X = WO-PIN-HASH(WS-OPER-HIT)
                PERFORM ACCEPT-GOOD-SIGNON
            ELSE
                PERFORM RECORD-FAILED-SIGNON
            END-IF
            PERFORM SAVE-SIGNON-STATUS.

       ACCEPT-GOOD-SIGNON.
            MOVE WO-AUTH-LEVEL(WS-OPER-HIT) TO WS-SIGNON-LEVEL
            SET OPERATOR-SIGNED-ON TO TRUE
            IF WS-OSGN-HIT > ZERO
                MOVE ZERO TO WG-FAILED-COUNT(WS-OSGN-HIT)
            END-IF
            PERFORM CHECK-PIN-EXPIRY
            IF OPERATOR-SIGNED-ON
                IF WS-OSGN-HIT > ZERO
                    MOVE WS-TODAY TO WG-LAST-DATE(WS-OSGN-HIT)
                    MOVE FUNCTION CURRENT-DATE(9:6)
                        TO WG-LAST-TIME(WS-OSGN-HIT)
                END-IF
                DISPLAY "signed on: " WO-NAME(WS-OPER-HIT)
                    " authority level " WS-SIGNON-LEVEL
            END-IF.

      * a PIN with no set date was given out by a supervisor and is
      * changed at first use; otherwise it lives WS-PIN-LIFE-DAYS
       CHECK-PIN-EXPIRY.
            MOVE "N" TO WS-PIN-VALID-FLAG
            IF WO-PIN-SET-DATE(WS-OPER-HIT) = ZERO
                PERFORM CHANGE-EXPIRED-PIN
            ELSE
                IF FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(
                         WO-PIN-SET-DATE(WS-OPER-HIT))
                   > WS-PIN-LIFE-DAYS
                    PERFORM CHANGE-EXPIRED-PIN
                END-IF
            END-IF.

       CHANGE-EXPIRED-PIN.
            DISPLAY "*** your PIN has expired and must be changed "
                "***"
            PERFORM ACCEPT-NEW-PIN
            IF NEW-PIN-VALID
               AND WS-PIN-HASH-X = WO-PIN-HASH(WS-OPER-HIT)
                MOVE "N" TO WS-PIN-VALID-FLAG
                DISPLAY "*** new PIN must differ from the old one ***"
            END-IF
            IF NEW-PIN-VALID
                MOVE WS-PIN-HASH-X TO WO-PIN-HASH(WS-OPER-HIT)
                MOVE WS-TODAY TO WO-PIN-SET-DATE(WS-OPER-HIT)
                MOVE WS-SIGNON-ID TO WS-OPER-CHANGED-BY
                PERFORM APPEND-OPERATOR-RECORD
                PERFORM OPEN-AUDIT-LOG
                MOVE WS-SIGNON-ID TO WS-AUDIT-KEY-VALUE
                MOVE "PIN CHANGED AT SIGN-ON" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM CLOSE-AUDIT-LOG
            ELSE
                MOVE "N" TO WS-SIGNON-FLAG
                DISPLAY "*** PIN not changed, sign-on refused ***"
            END-IF
            MOVE SPACES TO WS-PIN-ENTRY.

      * consecutive bad PINs count across sessions, so closing the
      * menu and starting again does not buy more guesses
       RECORD-FAILED-SIGNON.
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-SIGNON-ID TO WS-AUDIT-KEY-VALUE
            MOVE "SIGN-ON FAILED, BAD PIN" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            IF WS-OSGN-HIT > ZERO
                ADD 1 TO WG-FAILED-COUNT(WS-OSGN-HIT)
                MOVE WS-TODAY TO WG-FAILED-DATE(WS-OSGN-HIT)
                IF WG-FAILED-COUNT(WS-OSGN-HIT)
                   NOT < WS-MAX-SIGNON-FAILURES
                    PERFORM LOCK-OPERATOR-ID
                ELSE
                    DISPLAY "*** PIN incorrect ***"
                END-IF
            ELSE
                DISPLAY "*** PIN incorrect ***"
            END-IF.

       LOCK-OPERATOR-ID.
            MOVE "L" TO WO-ACTIVE(WS-OPER-HIT)
            MOVE "SYS" TO WS-OPER-CHANGED-BY
            PERFORM APPEND-OPERATOR-RECORD
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-SIGNON-ID TO WS-AUDIT-KEY-VALUE
            MOVE "OPERATOR ID LOCKED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            DISPLAY "*** too many failed sign-ons, operator ID "
                "locked ***".

      * the session file carries the signed-on operator's ID to every
      * program this session dispatches, so their audit records are
      * stamped with who was at the console
            DELETE FILE OPERATOR-SESSION-FILE.

      * required authority: 1 runs cycle steps, 2 corrects rejects,
      * 3 maintains tables, 4 grants cycle-control overrides,
      * maintains operators and rolls back a failed cycle
       CHECK-MENU-AUTHORITY.
            EVALUATE TRUE
                WHEN STEP-MENU-CHOICE OR RUN-FULL-CYCLE
                  OR RUN-PAYER-MAINT
                  OR RUN-PATIENT-MERGE
                  OR RUN-SITE-MAINT
                  OR RUN-VACCINATOR-MAINT
                  OR RUN-ASSISTANCE-MAINT
                    MOVE 3 TO WS-REQUIRED-LEVEL
                WHEN SET-CYCLE-OVERRIDE
                  OR RUN-OPERATOR-MAINT
                  OR RUN-CYCLE-ROLLBACK
                    MOVE 4 TO WS-REQUIRED-LEVEL
                WHEN OTHER
                    MOVE ZERO TO WS-REQUIRED-LEVEL
                    UNTIL WS-STEP-NO > WS-STEP-COUNT
                PERFORM DISPLAY-ONE-MENU-LINE
            END-PERFORM
            PERFORM DISPLAY-CYCLE-END
            DISPLAY " 9. Run full daily cycle (steps 1-8)"
            DISPLAY "10. Vaccine/test type table maintenance"
            DISPLAY "11. Grant one cycle-control override"
            DISPLAY "15. Patient history inquiry"
            DISPLAY "16. Merge duplicate patient identities"
            DISPLAY "17. Site parameter maintenance"
            DISPLAY "18. Vaccinator master maintenance"
            DISPLAY "19. Financial assistance eligibility"
            DISPLAY "20. Operator master maintenance"
            DISPLAY "21. Roll back a failed daily cycle"
            DISPLAY "99. Exit"
            DISPLAY "Enter choice: " WITH NO ADVANCING
            MOVE ZERO TO WS-MENU-CHOICE
                    " " SS-LAST-OUTCOME(WS-STEP-NO)
            END-IF.

      * the end-of-day step's stamp on the cycle history is the end of
      * the cycle, judged against the batch window
       DISPLAY-CYCLE-END.
            EVALUATE TRUE
                WHEN WS-BWIN-CYCLE-DATE = ZERO
                    CONTINUE
                WHEN WS-BWIN-END-DATE = ZERO
                    DISPLAY "    Last cycle " WS-BWIN-CYCLE-DATE
                        " not yet complete"
                WHEN OTHER
                    DISPLAY "    Last cycle " WS-BWIN-CYCLE-DATE
                        " ended " WS-BWIN-END-DATE
                        " " WS-BWIN-END-TIME
            END-EVALUATE
            IF CYCLE-SLA-BREACHED
                DISPLAY "    *** SLA breach: batch window closed "
                    WS-BWIN-DUE-DATE " " WS-BWIN-WINDOW-END " ***"
            END-IF.

       LOAD-RUN-STATUS.
            MOVE "N" TO WS-EOF-SWITCH
            INITIALIZE WS-STEP-STATUS-TABLE
                END-PERFORM
            END-IF
            CLOSE AUDIT-LOG-FILE
            MOVE "00" TO WS-AUDIT-FILE-STATUS
            PERFORM LOAD-BATCH-WINDOW-PARM
            PERFORM FIND-CYCLE-END
            PERFORM JUDGE-CYCLE-SLA.

      * a step's closing RUN ENDED entry follows its outcome, so it is
      * passed over to keep the outcome on the display
       NOTE-AUDIT-RECORD.
            PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                    UNTIL WS-STEP-NO > WS-STEP-COUNT
                IF AL-PROGRAM-NAME = STEP-AUDIT-NAME(WS-STEP-NO)
                   AND AL-OUTCOME NOT = "RUN ENDED"
                    MOVE AL-DATE TO SS-LAST-DATE(WS-STEP-NO)
                    MOVE AL-TIME TO SS-LAST-TIME(WS-STEP-NO)
                    MOVE AL-OUTCOME TO SS-LAST-OUTCOME(WS-STEP-NO)
                PERFORM WRITE-AUDIT-RECORD
                PERFORM CLOSE-AUDIT-LOG
                MOVE ZERO TO RETURN-CODE
                IF WS-STEP-NO = 1
                    PERFORM TAKE-CYCLE-SNAPSHOT
                END-IF
                IF RETURN-CODE < 4
                    PERFORM CALL-STEP-PROGRAM
                END-IF
            END-IF.

      * the master files are copied before the cycle's first step
      * touches them; a snapshot that fails stops the step, since
      * the cycle would have nothing to roll back to
       TAKE-CYCLE-SNAPSHOT.
            CALL "CYCSNAP"
            IF RETURN-CODE > 3
                DISPLAY "*** pre-cycle snapshot failed, return code "
                    RETURN-CODE " - step not run ***"
            END-IF.

       CHECK-PREDECESSOR-STEP.
            PERFORM CLOSE-AUDIT-LOG
            CALL "SITEMNT".

       DISPATCH-VACCINATOR-MAINT.
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-MENU-CHOICE TO WS-AUDIT-KEY-VALUE
            MOVE "DISPATCHED VACCINATOR-MAINT" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            CALL "VACMAINT".

       DISPATCH-ASSISTANCE-MAINT.
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-MENU-CHOICE TO WS-AUDIT-KEY-VALUE
            MOVE "DISPATCHED ASSISTANCE-MAINT" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            CALL "FAMAINT".

       DISPATCH-OPERATOR-MAINT.
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-MENU-CHOICE TO WS-AUDIT-KEY-VALUE
            MOVE "DISPATCHED OPERATOR-MAINT" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            CALL "OPRMAINT".

       DISPATCH-CYCLE-ROLLBACK.
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-MENU-CHOICE TO WS-AUDIT-KEY-VALUE
            MOVE "DISPATCHED CYCLE-ROLLBACK" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            CALL "CYCRBACK".

       DISPATCH-TYPE-MAINT.
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-MENU-CHOICE TO WS-AUDIT-KEY-VALUE
            CALL "VIDMAINT".

           COPY OPERLOAD.
           COPY OPERUPD.
           COPY OSGNPROC.
           COPY CYCPROC.
           COPY AUDITPROC.
           COPY BWINPROC.

       END PROGRAM OPERATOR-MENU.
