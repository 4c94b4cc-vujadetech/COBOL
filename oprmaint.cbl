      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator master maintenance - supervisor function
      *          dispatched from OPERATOR-MENU so OPERMST.DAT stops
      *          being edited by hand. Operators are added with a
      *          temporary PIN, have their name or authority level
      *          changed, are deactivated, or have their PIN reset -
      *          which also unlocks an ID locked by failed sign-ons.
      *          The operator file is append-only like PAYER.DAT:
      *          every change is a new record carrying who made it
      *          and the change date, and the loader takes the latest
      *          record per operator ID, so the file itself is the
      *          change journal. Every change is also written to
      *          AUDIT.LOG. The PIN is stored only in folded form, and
      *          a supervisor-set PIN must be changed by the operator
      *          at the next sign-on. A supervisor may not change
      *          their own access.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMAINT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY OSGNSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY OSGNFD.
           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-CHOICE     PIC X VALUE SPACE.
           88 ADD-OPERATOR         VALUE "A" "a".
           88 CHANGE-OPERATOR      VALUE "C" "c".
           88 DEACTIVATE-OPERATOR  VALUE "D" "d".
           88 RESET-OPERATOR-PIN   VALUE "R" "r".
           88 EXIT-MAINTENANCE     VALUE "X" "x".
           88 VALID-MAINT-CHOICE   VALUES "A" "a" "C" "c" "D" "d"
                                          "R" "r" "X" "x".
       01  WS-ENTRY-ID         PIC X(3) VALUE SPACES.
       01  WS-ENTRY-NAME       PIC X(20) VALUE SPACES.
       01  WS-ENTRY-LEVEL      PIC 9 VALUE ZERO.
      * authority levels the menu checks: 1 runs cycle steps through
      * 4 supervises
       01  WS-MAX-AUTH-LEVEL   PIC 9 VALUE 4.
       01  WS-OPERATOR-INITS   PIC X(3) VALUE SPACES.
       01  WS-CHANGE-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-VALID      PIC X VALUE "Y".
           88 OPERATOR-ENTRY-VALID VALUE "Y".
       01  WS-STATUS-TEXT      PIC X(8) VALUE SPACES.

           COPY OPERWS.
           COPY OSGNWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "OPERATOR-MAINT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM LOAD-OPERATOR-TABLE
            PERFORM UNTIL EXIT-MAINTENANCE
                PERFORM SHOW-OPERATOR-TABLE
                PERFORM ACCEPT-MAINT-CHOICE
                EVALUATE TRUE
                    WHEN ADD-OPERATOR
                        PERFORM ADD-ONE-OPERATOR
                    WHEN CHANGE-OPERATOR
                        PERFORM CHANGE-ONE-OPERATOR
                    WHEN DEACTIVATE-OPERATOR
                        PERFORM DEACTIVATE-ONE-OPERATOR
                    WHEN RESET-OPERATOR-PIN
                        PERFORM RESET-ONE-PIN
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM
            DISPLAY "*** operator maintenance ended ***"
            MOVE WS-CHANGE-COUNT TO WS-AUDIT-KEY-VALUE
            MOVE "COMPLETED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            GOBACK.

       SHOW-OPERATOR-TABLE.
            DISPLAY " "
            DISPLAY "ID   LEVEL  STATUS    PIN SET   NAME"
            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                    UNTIL WS-OPER-SUB > WS-OPER-COUNT
                EVALUATE WO-ACTIVE(WS-OPER-SUB)
                    WHEN "A" MOVE "ACTIVE" TO WS-STATUS-TEXT
                    WHEN "L" MOVE "LOCKED" TO WS-STATUS-TEXT
                    WHEN OTHER MOVE "INACTIVE" TO WS-STATUS-TEXT
                END-EVALUATE
                DISPLAY WO-OPERATOR-ID(WS-OPER-SUB)
                    "    " WO-AUTH-LEVEL(WS-OPER-SUB)
                    "    " WS-STATUS-TEXT
                    "  " WO-PIN-SET-DATE(WS-OPER-SUB)
                    "  " WO-NAME(WS-OPER-SUB)
            END-PERFORM.

       ACCEPT-MAINT-CHOICE.
            MOVE SPACE TO WS-MAINT-CHOICE
            PERFORM UNTIL VALID-MAINT-CHOICE
                DISPLAY "A=add, C=change, D=deactivate, "
                    "R=reset PIN/unlock, X=exit: " WITH NO ADVANCING
                ACCEPT WS-MAINT-CHOICE
            END-PERFORM.

       ADD-ONE-OPERATOR.
            DISPLAY "operator ID, 3 characters: " WITH NO ADVANCING
            MOVE SPACES TO WS-ENTRY-ID
            ACCEPT WS-ENTRY-ID
            DISPLAY "operator name: " WITH NO ADVANCING
            MOVE SPACES TO WS-ENTRY-NAME
            ACCEPT WS-ENTRY-NAME
            DISPLAY "authority level, 1 to 4: " WITH NO ADVANCING
            MOVE ZERO TO WS-ENTRY-LEVEL
            ACCEPT WS-ENTRY-LEVEL
            MOVE WS-ENTRY-ID TO WS-OPER-LOOKUP-ID
            PERFORM FIND-OPERATOR-BY-ID
            MOVE "Y" TO WS-ENTRY-VALID
            EVALUATE TRUE
                WHEN WS-ENTRY-ID = SPACES
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** operator ID is required ***"
                WHEN WS-OPER-HIT > ZERO
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** operator ID already on file, use "
                        "C or R ***"
                WHEN WS-OPER-COUNT NOT < WS-OPER-MAX
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** operator table full ***"
                WHEN WS-ENTRY-NAME = SPACES
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** operator name is required ***"
                WHEN OTHER
                    PERFORM VALIDATE-ENTRY-LEVEL
            END-EVALUATE
            IF OPERATOR-ENTRY-VALID
                DISPLAY "temporary PIN for the new operator"
                PERFORM ACCEPT-NEW-PIN
                IF NEW-PIN-VALID
                    PERFORM ACCEPT-OPERATOR-INITIALS
                    ADD 1 TO WS-OPER-COUNT
                    MOVE WS-OPER-COUNT TO WS-OPER-HIT
                    MOVE WS-ENTRY-ID TO WO-OPERATOR-ID(WS-OPER-HIT)
                    MOVE WS-ENTRY-NAME TO WO-NAME(WS-OPER-HIT)
                    MOVE WS-ENTRY-LEVEL TO WO-AUTH-LEVEL(WS-OPER-HIT)
                    MOVE "A" TO WO-ACTIVE(WS-OPER-HIT)
                    MOVE WS-PIN-HASH-X TO WO-PIN-HASH(WS-OPER-HIT)
                    MOVE ZERO TO WO-PIN-SET-DATE(WS-OPER-HIT)
                    PERFORM SAVE-OPERATOR-CHANGE
                    STRING "OPERATOR " WS-ENTRY-ID " ADDED BY "
                        WS-OPERATOR-INITS
                        DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                    PERFORM LOG-OPERATOR-CHANGE
                END-IF
            END-IF.

       CHANGE-ONE-OPERATOR.
            PERFORM FIND-ENTRY-OPERATOR
            IF OPERATOR-ENTRY-VALID
                DISPLAY "new name (blank keeps "
                    WO-NAME(WS-OPER-HIT) "): " WITH NO ADVANCING
                MOVE SPACES TO WS-ENTRY-NAME
                ACCEPT WS-ENTRY-NAME
                IF WS-ENTRY-NAME = SPACES
                    MOVE WO-NAME(WS-OPER-HIT) TO WS-ENTRY-NAME
                END-IF
                DISPLAY "new authority level (0 keeps "
                    WO-AUTH-LEVEL(WS-OPER-HIT) "): "
                    WITH NO ADVANCING
                MOVE ZERO TO WS-ENTRY-LEVEL
                ACCEPT WS-ENTRY-LEVEL
                IF WS-ENTRY-LEVEL = ZERO
                    MOVE WO-AUTH-LEVEL(WS-OPER-HIT) TO WS-ENTRY-LEVEL
                END-IF
                PERFORM VALIDATE-ENTRY-LEVEL
            END-IF
            IF OPERATOR-ENTRY-VALID
                PERFORM ACCEPT-OPERATOR-INITIALS
                MOVE WS-ENTRY-NAME TO WO-NAME(WS-OPER-HIT)
                MOVE WS-ENTRY-LEVEL TO WO-AUTH-LEVEL(WS-OPER-HIT)
                PERFORM SAVE-OPERATOR-CHANGE
                STRING "OPERATOR " WS-ENTRY-ID " LEVEL "
                    WS-ENTRY-LEVEL " BY " WS-OPERATOR-INITS
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                PERFORM LOG-OPERATOR-CHANGE
            END-IF.

       DEACTIVATE-ONE-OPERATOR.
            PERFORM FIND-ENTRY-OPERATOR
            IF OPERATOR-ENTRY-VALID
                PERFORM ACCEPT-OPERATOR-INITIALS
                MOVE "I" TO WO-ACTIVE(WS-OPER-HIT)
                PERFORM SAVE-OPERATOR-CHANGE
                STRING "OPERATOR " WS-ENTRY-ID " DEACTIVATED BY "
                    WS-OPERATOR-INITS
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                PERFORM LOG-OPERATOR-CHANGE
            END-IF.

      * a reset gives out a temporary PIN the operator must change at
      * the next sign-on, reactivates the ID and clears the run of
      * failed sign-ons that locked it
       RESET-ONE-PIN.
            PERFORM FIND-ENTRY-OPERATOR
            IF OPERATOR-ENTRY-VALID
                DISPLAY "temporary PIN for " WO-NAME(WS-OPER-HIT)
                PERFORM ACCEPT-NEW-PIN
                IF NEW-PIN-VALID
                    PERFORM ACCEPT-OPERATOR-INITIALS
                    MOVE "A" TO WO-ACTIVE(WS-OPER-HIT)
                    MOVE WS-PIN-HASH-X TO WO-PIN-HASH(WS-OPER-HIT)
                    MOVE ZERO TO WO-PIN-SET-DATE(WS-OPER-HIT)
                    PERFORM SAVE-OPERATOR-CHANGE
                    PERFORM CLEAR-FAILED-SIGNONS
                    STRING "OPERATOR " WS-ENTRY-ID " PIN RESET BY "
                        WS-OPERATOR-INITS
                        DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                    PERFORM LOG-OPERATOR-CHANGE
                END-IF
            END-IF.

       FIND-ENTRY-OPERATOR.
            DISPLAY "operator ID: " WITH NO ADVANCING
            MOVE SPACES TO WS-ENTRY-ID
            ACCEPT WS-ENTRY-ID
            MOVE WS-ENTRY-ID TO WS-OPER-LOOKUP-ID
            PERFORM FIND-OPERATOR-BY-ID
            MOVE "Y" TO WS-ENTRY-VALID
            EVALUATE TRUE
                WHEN WS-OPER-HIT = ZERO
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** operator ID not on file ***"
                WHEN WS-ENTRY-ID = WS-AUDIT-OPERATOR
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** you may not change your own access, "
                        "ask another supervisor ***"
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       VALIDATE-ENTRY-LEVEL.
            IF WS-ENTRY-LEVEL = ZERO
               OR WS-ENTRY-LEVEL > WS-MAX-AUTH-LEVEL
                MOVE "N" TO WS-ENTRY-VALID
                DISPLAY "*** authority level must be 1 to "
                    WS-MAX-AUTH-LEVEL " ***"
            END-IF.

      * from the menu the signed-on supervisor is the one making the
      * change; initials are asked for only when run on its own
       ACCEPT-OPERATOR-INITIALS.
            MOVE WS-AUDIT-OPERATOR TO WS-OPERATOR-INITS
            PERFORM UNTIL WS-OPERATOR-INITS NOT = SPACES
                DISPLAY "your initials: " WITH NO ADVANCING
                ACCEPT WS-OPERATOR-INITS
            END-PERFORM.

       SAVE-OPERATOR-CHANGE.
            MOVE WS-OPERATOR-INITS TO WS-OPER-CHANGED-BY
            PERFORM APPEND-OPERATOR-RECORD
            ADD 1 TO WS-CHANGE-COUNT.

       CLEAR-FAILED-SIGNONS.
            PERFORM LOAD-SIGNON-STATUS
            PERFORM FIND-SIGNON-ENTRY
            IF WS-OSGN-HIT > ZERO
                MOVE ZERO TO WG-FAILED-COUNT(WS-OSGN-HIT)
            END-IF
            PERFORM SAVE-SIGNON-STATUS.

       LOG-OPERATOR-CHANGE.
            MOVE WS-ENTRY-ID TO WS-AUDIT-KEY-VALUE
            PERFORM WRITE-AUDIT-RECORD
            MOVE SPACES TO WS-AUDIT-OUTCOME
            DISPLAY "operator " WS-ENTRY-ID " updated".

           COPY OPERLOAD.
           COPY OPERUPD.
           COPY OSGNPROC.
           COPY AUDITPROC.

       END PROGRAM OPRMAINT.
