      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vaccinator master maintenance - operator function
      *          dispatched from OPERATOR-MENU to add or change the
      *          nurses and pharmacists allowed to give doses (license
      *          number, license expiry, and up to five assigned
      *          sites) or deactivate one who has left. The vaccinator
      *          file is append-only like the payer and site files:
      *          every change is a new record carrying the operator's
      *          initials and the change date, and the loader takes
      *          the latest record per vaccinator ID, so the file
      *          itself is the change history. COVIDREG rejects doses
      *          given by an unknown, inactive, expired or wrong-site
      *          vaccinator against this file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACMAINT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VACMSEL.
           COPY SITESEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY VACMFD.
           COPY SITEFD.
           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-CHOICE     PIC X VALUE SPACE.
           88 ADD-VACCINATOR       VALUE "A" "a".
           88 DEACTIVATE-VACCINATOR VALUE "D" "d".
           88 EXIT-MAINTENANCE     VALUE "X" "x".
           88 VALID-MAINT-CHOICE   VALUES "A" "a" "D" "d" "X" "x".
       01  WS-ENTRY-ID         PIC X(4) VALUE SPACES.
       01  WS-ENTRY-NAME       PIC X(25) VALUE SPACES.
       01  WS-ENTRY-LICENSE    PIC X(12) VALUE SPACES.
       01  WS-ENTRY-EXPIRY     PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-SITES.
           05 WS-ENTRY-SITE OCCURS 5 TIMES PIC X(3).
       01  WS-ENTRY-SITE-SUB   PIC 9 VALUE ZERO.
       01  WS-ENTRY-SITE-COUNT PIC 9 VALUE ZERO.
       01  WS-KEYED-SITE       PIC X(3) VALUE SPACES.
       01  WS-SITE-ENTRY-DONE  PIC X VALUE "N".
           88 SITE-ENTRY-DONE  VALUE "Y".
       01  WS-OPERATOR-INITS   PIC X(3) VALUE SPACES.
       01  WS-CHANGE-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-VALID      PIC X VALUE "Y".
           88 VACCINATOR-ENTRY-VALID VALUE "Y".

           COPY VACMWS.
           COPY SITEWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "VACCINATOR-MAINT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            PERFORM LOAD-SITE-TABLE
            PERFORM LOAD-VACCINATOR-TABLE
            PERFORM UNTIL EXIT-MAINTENANCE
                PERFORM SHOW-VACCINATOR-TABLE
                PERFORM ACCEPT-MAINT-CHOICE
                EVALUATE TRUE
                    WHEN ADD-VACCINATOR
                        PERFORM ADD-ONE-VACCINATOR
                    WHEN DEACTIVATE-VACCINATOR
                        PERFORM DEACTIVATE-ONE-VACCINATOR
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM
            DISPLAY "*** vaccinator maintenance ended ***"
            MOVE WS-CHANGE-COUNT TO WS-AUDIT-KEY-VALUE
            MOVE "COMPLETED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            GOBACK.

       SHOW-VACCINATOR-TABLE.
            DISPLAY " "
            DISPLAY "ID    ACTIVE  LICENSE       EXPIRES   "
                "SITES            NAME"
            PERFORM VARYING WS-VACM-SUB FROM 1 BY 1
                    UNTIL WS-VACM-SUB > WS-VACM-COUNT
                DISPLAY WV-VACCINATOR-ID(WS-VACM-SUB)
                    "    " WV-ACTIVE(WS-VACM-SUB)
                    "    " WV-LICENSE-NUMBER(WS-VACM-SUB)
                    "  " WV-LICENSE-EXPIRY(WS-VACM-SUB)
                    "  " WV-ASSIGNED-SITE(WS-VACM-SUB, 1)
                    " " WV-ASSIGNED-SITE(WS-VACM-SUB, 2)
                    " " WV-ASSIGNED-SITE(WS-VACM-SUB, 3)
                    " " WV-ASSIGNED-SITE(WS-VACM-SUB, 4)
                    " " WV-ASSIGNED-SITE(WS-VACM-SUB, 5)
                    "  " WV-NAME(WS-VACM-SUB)
            END-PERFORM.

       ACCEPT-MAINT-CHOICE.
            MOVE SPACE TO WS-MAINT-CHOICE
            PERFORM UNTIL VALID-MAINT-CHOICE
                DISPLAY "A=add/replace vaccinator, D=deactivate "
                    "vaccinator, X=exit: " WITH NO ADVANCING
                ACCEPT WS-MAINT-CHOICE
            END-PERFORM.

       ADD-ONE-VACCINATOR.
            DISPLAY "vaccinator ID, 4 characters: " WITH NO ADVANCING
            MOVE SPACES TO WS-ENTRY-ID
            ACCEPT WS-ENTRY-ID
            DISPLAY "vaccinator name: " WITH NO ADVANCING
            MOVE SPACES TO WS-ENTRY-NAME
            ACCEPT WS-ENTRY-NAME
            DISPLAY "license number: " WITH NO ADVANCING
            MOVE SPACES TO WS-ENTRY-LICENSE
            ACCEPT WS-ENTRY-LICENSE
            DISPLAY "license expiry (YYYYMMDD): " WITH NO ADVANCING
            MOVE ZERO TO WS-ENTRY-EXPIRY
            ACCEPT WS-ENTRY-EXPIRY
            PERFORM ACCEPT-ASSIGNED-SITES
            PERFORM VALIDATE-VACCINATOR-ENTRY
            IF VACCINATOR-ENTRY-VALID
                PERFORM ACCEPT-OPERATOR-INITIALS
                MOVE SPACES TO VACCINATOR-MASTER-RECORD
                MOVE WS-ENTRY-ID TO VM-VACCINATOR-ID
                MOVE WS-ENTRY-NAME TO VM-NAME
                MOVE WS-ENTRY-LICENSE TO VM-LICENSE-NUMBER
                MOVE WS-ENTRY-EXPIRY TO VM-LICENSE-EXPIRY
                MOVE WS-ENTRY-SITES TO VM-SITE-ASSIGNMENTS
                SET VM-IS-ACTIVE TO TRUE
                PERFORM APPEND-VACCINATOR-RECORD
                STRING "VACCINATOR " WS-ENTRY-ID " CHANGED BY "
                    WS-OPERATOR-INITS
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                PERFORM LOG-VACCINATOR-CHANGE
            END-IF.

      * up to five sites, one per prompt; a blank site ends the list
       ACCEPT-ASSIGNED-SITES.
            MOVE SPACES TO WS-ENTRY-SITES
            MOVE ZERO TO WS-ENTRY-SITE-COUNT
            MOVE "N" TO WS-SITE-ENTRY-DONE
            PERFORM VARYING WS-ENTRY-SITE-SUB FROM 1 BY 1
                    UNTIL WS-ENTRY-SITE-SUB > 5 OR SITE-ENTRY-DONE
                DISPLAY "assigned site " WS-ENTRY-SITE-SUB
                    " (blank ends list): " WITH NO ADVANCING
                MOVE SPACES TO WS-KEYED-SITE
                ACCEPT WS-KEYED-SITE
                IF WS-KEYED-SITE = SPACES
                    SET SITE-ENTRY-DONE TO TRUE
                ELSE
                    MOVE WS-KEYED-SITE
                        TO WS-ENTRY-SITE(WS-ENTRY-SITE-SUB)
                    ADD 1 TO WS-ENTRY-SITE-COUNT
                END-IF
            END-PERFORM.

       VALIDATE-VACCINATOR-ENTRY.
            MOVE "Y" TO WS-ENTRY-VALID
            EVALUATE TRUE
                WHEN WS-ENTRY-ID = SPACES
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** vaccinator ID is required ***"
                WHEN WS-ENTRY-LICENSE = SPACES
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** license number is required ***"
                WHEN WS-ENTRY-EXPIRY NOT NUMERIC
                  OR WS-ENTRY-EXPIRY < WS-TODAY
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** license expiry missing or already "
                        "past, rejected ***"
                WHEN WS-ENTRY-SITE-COUNT = ZERO
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** at least one assigned site is "
                        "required ***"
                WHEN OTHER
                    PERFORM VALIDATE-ASSIGNED-SITES
            END-EVALUATE.

       VALIDATE-ASSIGNED-SITES.
            PERFORM VARYING WS-ENTRY-SITE-SUB FROM 1 BY 1
                    UNTIL WS-ENTRY-SITE-SUB > WS-ENTRY-SITE-COUNT
                MOVE WS-ENTRY-SITE(WS-ENTRY-SITE-SUB)
                    TO WS-SITE-LOOKUP-ID
                PERFORM LOOKUP-SITE
                IF NOT SITE-ID-FOUND
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** site " WS-SITE-LOOKUP-ID
                        " is not on the site table ***"
                END-IF
            END-PERFORM.

       DEACTIVATE-ONE-VACCINATOR.
            DISPLAY "vaccinator ID to deactivate: " WITH NO ADVANCING
            MOVE SPACES TO WS-ENTRY-ID
            ACCEPT WS-ENTRY-ID
            MOVE WS-ENTRY-ID TO WS-VACM-LOOKUP-ID
            PERFORM FIND-VACCINATOR-BY-ID
            IF WS-VACM-HIT = ZERO
                DISPLAY "*** vaccinator not on table ***"
            ELSE
                PERFORM ACCEPT-OPERATOR-INITIALS
                MOVE SPACES TO VACCINATOR-MASTER-RECORD
                MOVE WS-ENTRY-ID TO VM-VACCINATOR-ID
                MOVE WV-NAME(WS-VACM-HIT) TO VM-NAME
                MOVE WV-LICENSE-NUMBER(WS-VACM-HIT)
                    TO VM-LICENSE-NUMBER
                MOVE WV-LICENSE-EXPIRY(WS-VACM-HIT)
                    TO VM-LICENSE-EXPIRY
                PERFORM VARYING WS-ENTRY-SITE-SUB FROM 1 BY 1
                        UNTIL WS-ENTRY-SITE-SUB > 5
                    MOVE WV-ASSIGNED-SITE(WS-VACM-HIT,
                                          WS-ENTRY-SITE-SUB)
                        TO VM-ASSIGNED-SITE(WS-ENTRY-SITE-SUB)
                END-PERFORM
                SET VM-IS-INACTIVE TO TRUE
                PERFORM APPEND-VACCINATOR-RECORD
                STRING "VACCINATOR " WS-ENTRY-ID " RETIRED BY "
                    WS-OPERATOR-INITS
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                PERFORM LOG-VACCINATOR-CHANGE
            END-IF.

       ACCEPT-OPERATOR-INITIALS.
            MOVE SPACES TO WS-OPERATOR-INITS
            PERFORM UNTIL WS-OPERATOR-INITS NOT = SPACES
                DISPLAY "your initials: " WITH NO ADVANCING
                ACCEPT WS-OPERATOR-INITS
            END-PERFORM.

       APPEND-VACCINATOR-RECORD.
            MOVE WS-OPERATOR-INITS TO VM-CHANGED-BY
            MOVE WS-TODAY TO VM-CHANGED-DATE
            OPEN EXTEND VACCINATOR-MASTER-FILE
            IF NOT VACM-FILE-OK
                OPEN OUTPUT VACCINATOR-MASTER-FILE
            END-IF
            WRITE VACCINATOR-MASTER-RECORD
            CLOSE VACCINATOR-MASTER-FILE
            MOVE "00" TO WS-VACM-FILE-STATUS
            ADD 1 TO WS-CHANGE-COUNT
            PERFORM LOAD-VACCINATOR-TABLE.

       LOG-VACCINATOR-CHANGE.
            MOVE WS-OPERATOR-INITS TO WS-AUDIT-KEY-VALUE
            PERFORM WRITE-AUDIT-RECORD.

           COPY VACMLOAD.
           COPY SITELOAD.
           COPY AUDITPROC.

       END PROGRAM VACMAINT.
