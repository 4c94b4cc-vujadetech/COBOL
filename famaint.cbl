      ******************************************************************
      * Author:
      * Date:
      * Purpose: Financial assistance eligibility maintenance -
      *          operator function dispatched from OPERATOR-MENU to
      *          record a patient's approved sliding-scale tier with
      *          the dates it is effective from and expires on, or to
      *          end an approval early by re-keying its expiry date.
      *          The eligibility file is keyed by patient number and
      *          holds the current approval; every change carries the
      *          approving operator's initials and the change date and
      *          writes an AUDIT.LOG entry. COVIDREG takes the tier's
      *          discount off the fee of a self-pay visit whose date
      *          of service falls inside the approval.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMAINT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FASTSEL.
           COPY PATMSSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY FASTFD.
           COPY PATMSFD.
           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-CHOICE     PIC X VALUE SPACE.
           88 UPDATE-ELIGIBILITY   VALUE "U" "u".
           88 EXIT-MAINTENANCE     VALUE "X" "x".
           88 VALID-MAINT-CHOICE   VALUES "U" "u" "X" "x".
       01  WS-ENTRY-PATIENT-NO PIC 9(6) VALUE ZERO.
       01  WS-ENTRY-TIER       PIC X VALUE SPACE.
       01  WS-ENTRY-EFFECTIVE  PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-EXPIRE     PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-INITS   PIC X(3) VALUE SPACES.
       01  WS-CHANGE-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-PATIENT-FOUND    PIC X VALUE "N".
           88 PATIENT-RECORD-FOUND VALUE "Y".
       01  WS-APPROVAL-FOUND   PIC X VALUE "N".
           88 APPROVAL-ON-FILE VALUE "Y".
       01  WS-ENTRY-VALID      PIC X VALUE "Y".
           88 ELIGIBILITY-ENTRY-VALID VALUE "Y".

           COPY FASTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "ASSISTANCE-MAINT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            PERFORM OPEN-ASSISTANCE-FILE
            OPEN INPUT PATIENT-MASTER
            PERFORM UNTIL EXIT-MAINTENANCE
                PERFORM ACCEPT-MAINT-CHOICE
                IF UPDATE-ELIGIBILITY
                    PERFORM FIND-PATIENT-BY-NUMBER
                    IF PATIENT-RECORD-FOUND
                        PERFORM UPDATE-ONE-APPROVAL
                    END-IF
                END-IF
            END-PERFORM
            CLOSE ASSISTANCE-FILE
            CLOSE PATIENT-MASTER
            DISPLAY "*** assistance maintenance ended ***"
            MOVE WS-CHANGE-COUNT TO WS-AUDIT-KEY-VALUE
            MOVE "COMPLETED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            GOBACK.

      * the first approval ever keyed creates the eligibility file
       OPEN-ASSISTANCE-FILE.
            OPEN I-O ASSISTANCE-FILE
            IF NOT FAST-FILE-OK
                OPEN OUTPUT ASSISTANCE-FILE
                CLOSE ASSISTANCE-FILE
                OPEN I-O ASSISTANCE-FILE
            END-IF.

       ACCEPT-MAINT-CHOICE.
            MOVE SPACE TO WS-MAINT-CHOICE
            PERFORM UNTIL VALID-MAINT-CHOICE
                DISPLAY "U=update patient eligibility, X=exit: "
                    WITH NO ADVANCING
                ACCEPT WS-MAINT-CHOICE
            END-PERFORM.

       FIND-PATIENT-BY-NUMBER.
            MOVE "N" TO WS-PATIENT-FOUND
            DISPLAY "patient number, 6 digits: " WITH NO ADVANCING
            MOVE ZERO TO WS-ENTRY-PATIENT-NO
            ACCEPT WS-ENTRY-PATIENT-NO
            MOVE WS-ENTRY-PATIENT-NO TO PM-PATIENT-NUMBER
            READ PATIENT-MASTER
                INVALID KEY
                    DISPLAY "*** no patient master record for "
                        WS-ENTRY-PATIENT-NO " ***"
                NOT INVALID KEY
                    SET PATIENT-RECORD-FOUND TO TRUE
            END-READ.

       UPDATE-ONE-APPROVAL.
            DISPLAY " "
            DISPLAY "PATIENT " PM-PATIENT-NUMBER " " PM-PAT-NAME
                " DOB " PM-PAT-DOB
            MOVE "N" TO WS-APPROVAL-FOUND
            MOVE PM-PATIENT-NUMBER TO FA-PATIENT-NUMBER
            READ ASSISTANCE-FILE
                INVALID KEY
                    DISPLAY "no assistance approval on file"
                NOT INVALID KEY
                    SET APPROVAL-ON-FILE TO TRUE
                    DISPLAY "TIER " FA-TIER "  EFFECTIVE "
                        FA-EFFECTIVE-DATE "  EXPIRES " FA-EXPIRE-DATE
                        "  APPROVED BY " FA-APPROVED-BY
                        " ON " FA-CHANGED-DATE
            END-READ
            PERFORM ACCEPT-APPROVAL-ENTRY
            PERFORM VALIDATE-APPROVAL-ENTRY
            IF ELIGIBILITY-ENTRY-VALID
                PERFORM ACCEPT-OPERATOR-INITIALS
                PERFORM SAVE-APPROVAL-RECORD
            END-IF.

      * an approval on file supplies the defaults, so an approval is
      * ended early by keying only the new expiry date
       ACCEPT-APPROVAL-ENTRY.
            IF APPROVAL-ON-FILE
                MOVE FA-TIER TO WS-ENTRY-TIER
                MOVE FA-EFFECTIVE-DATE TO WS-ENTRY-EFFECTIVE
                MOVE FA-EXPIRE-DATE TO WS-ENTRY-EXPIRE
            ELSE
                MOVE SPACE TO WS-ENTRY-TIER
                MOVE WS-TODAY TO WS-ENTRY-EFFECTIVE
                MOVE ZERO TO WS-ENTRY-EXPIRE
            END-IF
            DISPLAY "tier, 1=100% 2=75% 3=50% 4=25% (blank keeps "
                WS-ENTRY-TIER "): " WITH NO ADVANCING
            MOVE SPACE TO WS-FAST-LOOKUP-TIER
            ACCEPT WS-FAST-LOOKUP-TIER
            IF WS-FAST-LOOKUP-TIER NOT = SPACE
                MOVE WS-FAST-LOOKUP-TIER TO WS-ENTRY-TIER
            END-IF
            DISPLAY "effective date YYYYMMDD (zero keeps "
                WS-ENTRY-EFFECTIVE "): " WITH NO ADVANCING
            MOVE ZERO TO FA-EFFECTIVE-DATE
            ACCEPT FA-EFFECTIVE-DATE
            IF FA-EFFECTIVE-DATE NOT = ZERO
                MOVE FA-EFFECTIVE-DATE TO WS-ENTRY-EFFECTIVE
            END-IF
            DISPLAY "expiry date YYYYMMDD (zero keeps "
                WS-ENTRY-EXPIRE "): " WITH NO ADVANCING
            MOVE ZERO TO FA-EXPIRE-DATE
            ACCEPT FA-EXPIRE-DATE
            IF FA-EXPIRE-DATE NOT = ZERO
                MOVE FA-EXPIRE-DATE TO WS-ENTRY-EXPIRE
            END-IF.

       VALIDATE-APPROVAL-ENTRY.
            MOVE "Y" TO WS-ENTRY-VALID
            MOVE WS-ENTRY-TIER TO WS-FAST-LOOKUP-TIER
            PERFORM FIND-ASSISTANCE-TIER
            EVALUATE TRUE
                WHEN WS-FAST-HIT = ZERO
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** tier must be 1, 2, 3 or 4 ***"
                WHEN WS-ENTRY-EFFECTIVE NOT NUMERIC
                  OR WS-ENTRY-EFFECTIVE = ZERO
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** effective date is required ***"
                WHEN WS-ENTRY-EXPIRE NOT NUMERIC
                  OR WS-ENTRY-EXPIRE < WS-ENTRY-EFFECTIVE
                    MOVE "N" TO WS-ENTRY-VALID
                    DISPLAY "*** expiry date missing or before the "
                        "effective date, rejected ***"
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       ACCEPT-OPERATOR-INITIALS.
            MOVE SPACES TO WS-OPERATOR-INITS
            PERFORM UNTIL WS-OPERATOR-INITS NOT = SPACES
                DISPLAY "your initials: " WITH NO ADVANCING
                ACCEPT WS-OPERATOR-INITS
            END-PERFORM.

       SAVE-APPROVAL-RECORD.
            MOVE PM-PATIENT-NUMBER TO FA-PATIENT-NUMBER
            MOVE WS-ENTRY-TIER TO FA-TIER
            MOVE WS-ENTRY-EFFECTIVE TO FA-EFFECTIVE-DATE
            MOVE WS-ENTRY-EXPIRE TO FA-EXPIRE-DATE
            MOVE WS-OPERATOR-INITS TO FA-APPROVED-BY
            MOVE WS-TODAY TO FA-CHANGED-DATE
            IF APPROVAL-ON-FILE
                REWRITE ASSISTANCE-RECORD
                    INVALID KEY
                        DISPLAY "*** eligibility rewrite failed for "
                            FA-PATIENT-NUMBER " ***"
                    NOT INVALID KEY
                        PERFORM LOG-APPROVAL-CHANGE
                END-REWRITE
            ELSE
                WRITE ASSISTANCE-RECORD
                    INVALID KEY
                        DISPLAY "*** eligibility write failed for "
                            FA-PATIENT-NUMBER " ***"
                    NOT INVALID KEY
                        PERFORM LOG-APPROVAL-CHANGE
                END-WRITE
            END-IF.

       LOG-APPROVAL-CHANGE.
            ADD 1 TO WS-CHANGE-COUNT
            MOVE FA-PATIENT-NUMBER TO WS-AUDIT-KEY-VALUE
            STRING "ASSIST TIER " FA-TIER " SET BY "
                WS-OPERATOR-INITS
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            DISPLAY "patient " FA-PATIENT-NUMBER " eligibility "
                "updated".

           COPY FASTPROC.
           COPY AUDITPROC.

       END PROGRAM FAMAINT.
