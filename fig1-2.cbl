      *          the next available CovidID (with check digit), a
      *          patient-to-CovidID cross-reference record is written,
      *          and the day's COVID-INTAKE-OUTPUT feed is generated
      *          for the registration step. A patient who was named
      *          as a close contact of a positive case is linked back
      *          to the index case on CLOSECT.DAT when registered.
      *          Each new patient master record is written to the
      *          patient journal as it is added.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY AUDITSEL.
           COPY CTOTSEL.
           COPY CYCSEL.
           COPY CTCTSEL.
           COPY PJRNSEL.

       DATA DIVISION.
       FILE SECTION.
           05 EX-ORIGINAL.
              10 EX-Name     PIC A(10).
              10 EX-Age-Raw  PIC X(3).
              10 FILLER      PIC X(110).
           05 FILLER      PIC X VALUE SPACE.
           05 EX-Reason   PIC X(30).
           05 FILLER      PIC X VALUE SPACE.
           05 IO-PAYER-CODE   PIC X(3).
           05 IO-MEMBER-ID    PIC X(10).
           05 IO-LOT-NUMBER   PIC 9(5).
           05 IO-VACCINATOR-ID PIC X(4).

       FD  COVID-ID-CONTROL-FILE.
       01  COVID-ID-CONTROL-RECORD.
           05 CID-LAST-ASSIGNED  PIC 9(6).

       FD  RESUB-PATIENT-FILE.
       01  RESUB-PATIENT-RECORD    PIC X(123).

       FD  PATIENT-NO-CONTROL-FILE.
       01  PATIENT-NO-CONTROL-RECORD.
           COPY PATXRFD.
           COPY CTOTFD.
           COPY CYCFD.
           COPY CTCTFD.
           COPY PJRNFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH      PIC X VALUE "N".
       01  WS-MAIN-REJECTED    PIC 9(6) VALUE ZERO.
       01  WS-RESUB-ACCEPTED   PIC 9(6) VALUE ZERO.
       01  WS-RESUB-REJECTED   PIC 9(6) VALUE ZERO.
       01  WS-LINK-PATIENT-NO  PIC 9(6) VALUE ZERO.
       01  WS-CONTACT-LINKED-COUNT PIC 9(6) VALUE ZERO.

       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
           COPY AUDITWS.
           COPY CTOTWS.
           COPY CYCWS.
           COPY CTCTWS.
           COPY PJRNWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                MOVE "BLOCKED BY CYCLE CONTROL"
                    TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            OPEN OUTPUT COVID-INTAKE-OUTPUT
            OPEN I-O PATIENT-MASTER
            OPEN I-O PATIENT-XREF-FILE
            OPEN I-O CLOSE-CONTACT-FILE
            PERFORM OPEN-PATIENT-JOURNAL
            PERFORM UNTIL END-OF-PATIENT-FILE
                READ PATIENT-FILE
                    AT END SET END-OF-PATIENT-FILE TO TRUE
            CLOSE COVID-INTAKE-OUTPUT
            CLOSE PATIENT-MASTER
            CLOSE PATIENT-XREF-FILE
            CLOSE CLOSE-CONTACT-FILE
            PERFORM CLOSE-PATIENT-JOURNAL
            IF WS-CONTACT-LINKED-COUNT > ZERO
                DISPLAY WS-CONTACT-LINKED-COUNT
                    " close contact(s) linked to a patient."
            END-IF
            PERFORM SAVE-COVID-ID-CONTROL
            PERFORM SAVE-PATIENT-NO-CONTROL
            MOVE WS-PATIENT-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-REJECT-COUNT " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            MOVE "PATIENT-INTAKE" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-PATIENT-COUNT TO WS-CTOT-RECORD-COUNT
                        PERFORM RECORD-SEEN-PATIENT
                        PERFORM ASSIGN-PATIENT-NUMBER
                        PERFORM ASSIGN-COVID-ID
                        MOVE WS-LAST-PATIENT-NO TO WS-LINK-PATIENT-NO
                        PERFORM LINK-CLOSE-CONTACTS
                        IF PAT-AGE > WS-ADULT-AGE-CUTOFF
                            DISPLAY "you an old timer"
                        ELSE
                DISPLAY "return visit, dose " PAT-DOSE-NUMBER
                    " on CovidID " CV-ID-NUMBER CV-CHECK-DIGIT
                    " for " PAT-NAME
                MOVE PM-PATIENT-NUMBER TO WS-LINK-PATIENT-NO
                PERFORM LINK-CLOSE-CONTACTS
            ELSE
                ADD 1 TO WS-REJECT-COUNT
                MOVE SPACES TO EXCEPTION-RECORD
                NOT INVALID KEY SET XREF-ID-FOUND TO TRUE
            END-READ.

      * close contacts are keyed by the desk with whatever the index
      * case could tell them: the contact is linked when the name
      * matches and either the date of birth matches or, with no
      * birth date taken, the phone number does
       LINK-CLOSE-CONTACTS.
            MOVE "N" TO WS-CTCT-EOF-SWITCH
            MOVE PAT-NAME TO CT-CONTACT-NAME
            START CLOSE-CONTACT-FILE KEY IS EQUAL TO CT-CONTACT-NAME
                INVALID KEY SET END-OF-CLOSE-CONTACTS TO TRUE
            END-START
            PERFORM UNTIL END-OF-CLOSE-CONTACTS
                READ CLOSE-CONTACT-FILE NEXT RECORD
                    AT END SET END-OF-CLOSE-CONTACTS TO TRUE
                END-READ
                IF NOT END-OF-CLOSE-CONTACTS
                    IF CT-CONTACT-NAME NOT = PAT-NAME
                        SET END-OF-CLOSE-CONTACTS TO TRUE
                    ELSE
                        PERFORM LINK-ONE-CONTACT
                    END-IF
                END-IF
            END-PERFORM.

       LINK-ONE-CONTACT.
            IF CT-PATIENT-NUMBER = ZERO
               AND (CT-CONTACT-DOB = PAT-DOB
                    OR (CT-CONTACT-DOB = ZERO
                        AND CT-CONTACT-PHONE = PAT-PHONE))
                MOVE WS-LINK-PATIENT-NO TO CT-PATIENT-NUMBER
                MOVE FUNCTION CURRENT-DATE(1:8) TO CT-LINKED-DATE
                REWRITE CLOSE-CONTACT-RECORD
                    INVALID KEY
                        DISPLAY "*** close contact link failed for "
                            PAT-NAME " ***"
                        SET IO-ERROR-OCCURRED TO TRUE
                    NOT INVALID KEY
                        ADD 1 TO WS-CONTACT-LINKED-COUNT
                        DISPLAY "linked " PAT-NAME
                            " to close contact of CovidID "
                            CT-INDEX-ID-NUMBER CT-INDEX-CHECK-DIGIT
                END-REWRITE
            END-IF.

       ASSIGN-PATIENT-NUMBER.
            ADD 1 TO WS-LAST-PATIENT-NO
            MOVE SPACES TO PATIENT-MASTER-RECORD
                    DISPLAY "*** patient master write failed for "
                        PAT-NAME " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
                NOT INVALID KEY
                    MOVE "WRITE" TO WS-PJRN-ACTION
                    MOVE SPACES TO WS-PJRN-BEFORE
                    MOVE PATIENT-MASTER-RECORD TO WS-PJRN-AFTER
                    PERFORM WRITE-PATIENT-JOURNAL-RECORD
            END-WRITE.

       ASSIGN-COVID-ID.
            MOVE PAT-PAYER-CODE TO IO-PAYER-CODE
            MOVE PAT-MEMBER-ID TO IO-MEMBER-ID
            MOVE PAT-LOT-NUMBER TO IO-LOT-NUMBER
            MOVE PAT-VACCINATOR-ID TO IO-VACCINATOR-ID
            WRITE INTAKE-OUTPUT-RECORD.

       LOAD-COVID-ID-CONTROL.
           COPY AUDITPROC.
           COPY CTOTPROC.
           COPY CYCPROC.
           COPY PJRNPROC.

       END PROGRAM PATINTK.
