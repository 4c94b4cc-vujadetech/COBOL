      *          three attempts, and cases with a bad number, are
      *          escalated to the supervisor section of the report
      *          instead of quietly falling off when the cycle date
      *          moves on. Close contacts named by a positive case
      *          are captured from CTCTIN.DAT against the index case's
      *          CovidID with a computed quarantine end, matched to
      *          PATMST.DAT by name and date of birth, and carried on
      *          CLOSECT.DAT; the desk's contact call outcomes are
      *          applied from CTCTOUT.DAT and a daily follow-up call
      *          list of contacts still in quarantine is printed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-CONT-FILE-STATUS.
           SELECT RETRY-LIST-FILE ASSIGN TO "RETRYLST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTACT-INTAKE-FILE ASSIGN TO "CTCTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTIN-FILE-STATUS.
           SELECT OPTIONAL CONTACT-OUTCOME-FILE
               ASSIGN TO "CTCTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTOU-FILE-STATUS.
           SELECT CONTACT-CALL-LIST-FILE ASSIGN TO "CTCTLST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY CTCTSEL.
           COPY PATMSSEL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       FD  RETRY-LIST-FILE.
       01  RETRY-LIST-LINE         PIC X(80).

       FD  CONTACT-INTAKE-FILE.
       01  CONTACT-INTAKE-RECORD.
           05 CI-INDEX-ID-NUMBER   PIC 9(6).
           05 CI-INDEX-CHECK-DIGIT PIC 9.
           05 FILLER               PIC X.
           05 CI-CONTACT-NAME      PIC A(10).
           05 FILLER               PIC X.
           05 CI-CONTACT-PHONE     PIC X(12).
           05 FILLER               PIC X.
           05 CI-CONTACT-DOB       PIC X(8).
           05 FILLER               PIC X.
           05 CI-EXPOSURE-DATE     PIC X(8).

       FD  CONTACT-OUTCOME-FILE.
       01  CONTACT-OUTCOME-RECORD.
           05 CK-INDEX-ID-NUMBER   PIC 9(6).
           05 CK-INDEX-CHECK-DIGIT PIC 9.
           05 CK-CONTACT-SEQ       PIC 99.
           05 CK-CALL-DATE         PIC 9(8).
           05 CK-DISPOSITION       PIC X.
              88 CONTACT-WAS-REACHED  VALUE "R".
              88 CONTACT-NO-ANSWER    VALUE "N".
              88 CONTACT-BAD-NUMBER   VALUE "B".
              88 CONTACT-WAS-REFUSED  VALUE "F".
              88 VALID-CONTACT-DISPOSITION VALUES "R" "N" "B" "F".

       FD  CONTACT-CALL-LIST-FILE.
       01  CONTACT-CALL-LIST-LINE  PIC X(100).

           COPY CTCTFD.
           COPY PATMSFD.

           COPY AUDITFD.
           COPY CTOTFD.

       01  WS-RETRY-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-ESCALATED-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-CTIN-FILE-STATUS PIC XX VALUE "00".
           88 CTIN-FILE-OK     VALUE "00".
       01  WS-CTOU-FILE-STATUS PIC XX VALUE "00".
           88 CTOU-FILE-OK     VALUE "00".
       01  WS-CTIN-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-CONTACT-INTAKE VALUE "Y".
       01  WS-CTOU-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-CONTACT-OUTCOMES VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-QUARANTINE-DAYS  PIC 9(3) VALUE 14.
       01  WS-CONTACT-EDIT-FLAG PIC X VALUE "Y".
           88 CONTACT-EDIT-PASSED VALUE "Y".
       01  WS-CONTACT-REJ-REASON PIC X(24) VALUE SPACES.
       01  WS-CONTACT-MONTH    PIC 99 VALUE ZERO.
       01  WS-CONTACT-DAY      PIC 99 VALUE ZERO.
       01  WS-CONTACT-DOB      PIC 9(8) VALUE ZERO.
       01  WS-CONTACT-EXPOSURE PIC 9(8) VALUE ZERO.
       01  WS-LAST-CONTACT-SEQ PIC 99 VALUE ZERO.
       01  WS-CONTACT-DUP-FLAG PIC X VALUE "N".
           88 CONTACT-ALREADY-NAMED VALUE "Y".
       01  WS-CONTACT-ADDED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-CONTACT-MATCHED-COUNT PIC 9(6) VALUE ZERO.
       01  WS-CONTACT-REJECT-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-CONTACT-OUTCOME-COUNT PIC 9(6) VALUE ZERO.
       01  WS-CONTACT-LISTED-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-CONTACT-HEADING.
           05 FILLER           PIC X(37) VALUE
              "*** CLOSE-CONTACT FOLLOW-UP LIST FOR ".
           05 CH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-CONTACT-COLUMNS.
           05 FILLER           PIC X(50) VALUE
              "INDEX CASE   NAME       PHONE         EXPOSED   QU".
           05 FILLER           PIC X(50) VALUE
              "AR END TRIES LAST CALL  PATIENT  NOTE".

       01  WS-CONTACT-DETAIL.
           05 CD-INDEX-ID-NUMBER   PIC 9(6).
           05 CD-INDEX-CHECK-DIGIT PIC 9.
           05 FILLER               PIC X     VALUE "/".
           05 CD-CONTACT-SEQ       PIC 99.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 CD-CONTACT-NAME      PIC A(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 CD-CONTACT-PHONE     PIC X(12).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 CD-EXPOSURE-DATE     PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 CD-QUARANTINE-END    PIC 9(8).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 CD-ATTEMPTS          PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 CD-LAST-CALL         PIC 9(8).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 CD-PATIENT-NUMBER    PIC Z(6).
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 CD-NOTE              PIC X(12).

           COPY CTCTWS.

       01  WS-RETRY-HEADING    PIC X(60) VALUE
           "*** OUTREACH RETRY LIST ***".

                    PERFORM APPLY-CALL-OUTCOMES
                    PERFORM WRITE-RETRY-LIST
                    PERFORM SAVE-CASE-CONTACTS
                    PERFORM PROCESS-CLOSE-CONTACTS
                END-IF
            END-IF
            DISPLAY WS-NEW-CASE-COUNT " new case(s), "
                WS-UNMATCHED-COUNT " unmatched, "
                WS-RETRY-COUNT " on retry list, "
                WS-ESCALATED-COUNT " escalated."
            DISPLAY WS-CONTACT-ADDED-COUNT " contact(s) named, "
                WS-CONTACT-MATCHED-COUNT " matched to a patient, "
                WS-CONTACT-REJECT-COUNT " rejected, "
                WS-CONTACT-OUTCOME-COUNT " contact call(s) applied, "
                WS-CONTACT-LISTED-COUNT " on follow-up list."
            MOVE WS-OUTCOME-COUNT TO WS-AUDIT-KEY-VALUE
            IF CASE-TABLE-OVERFLOWED
                MOVE "ABANDONED, TABLE FULL" TO WS-AUDIT-OUTCOME
            END-PERFORM
            CLOSE CASE-CONTACT-FILE.

      * close contacts hang off the index case's CovidID, so they
      * are only taken once the case table has been loaded and saved
       PROCESS-CLOSE-CONTACTS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            OPEN I-O CLOSE-CONTACT-FILE
            IF NOT CTCT-FILE-OK
                DISPLAY "*** close-contact file status "
                    WS-CTCT-FILE-STATUS " - contacts not processed ***"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM ADD-NAMED-CONTACTS
                PERFORM APPLY-CONTACT-OUTCOMES
                PERFORM WRITE-CONTACT-CALL-LIST
            END-IF
            CLOSE CLOSE-CONTACT-FILE.

       ADD-NAMED-CONTACTS.
            OPEN INPUT CONTACT-INTAKE-FILE
            IF CTIN-FILE-OK
                OPEN INPUT PATIENT-MASTER
                PERFORM UNTIL END-OF-CONTACT-INTAKE
                    READ CONTACT-INTAKE-FILE
                        AT END SET END-OF-CONTACT-INTAKE TO TRUE
                        NOT AT END PERFORM ADD-ONE-CONTACT
                    END-READ
                END-PERFORM
                CLOSE PATIENT-MASTER
            ELSE
                DISPLAY "*** no close contacts named this morning ***"
            END-IF
            CLOSE CONTACT-INTAKE-FILE.

       ADD-ONE-CONTACT.
            PERFORM EDIT-CONTACT-INTAKE
            IF CONTACT-EDIT-PASSED
                PERFORM FIND-NEXT-CONTACT-SEQ
                EVALUATE TRUE
                    WHEN CONTACT-ALREADY-NAMED
                        MOVE "N" TO WS-CONTACT-EDIT-FLAG
                        MOVE "ALREADY NAMED" TO WS-CONTACT-REJ-REASON
                    WHEN WS-LAST-CONTACT-SEQ = 99
                        MOVE "N" TO WS-CONTACT-EDIT-FLAG
                        MOVE "TOO MANY CONTACTS"
                            TO WS-CONTACT-REJ-REASON
                    WHEN OTHER
                        PERFORM WRITE-NEW-CONTACT
                END-EVALUATE
            END-IF
            IF NOT CONTACT-EDIT-PASSED
                ADD 1 TO WS-CONTACT-REJECT-COUNT
                DISPLAY "*** contact " CI-CONTACT-NAME
                    " for CovidID " CI-INDEX-ID-NUMBER
                    " rejected - " WS-CONTACT-REJ-REASON " ***"
            END-IF.

      * the index case must be a positive case already on the
      * case-contact table; an unknown date of birth is keyed as
      * spaces or zeros and only blocks the patient-master match
       EDIT-CONTACT-INTAKE.
            MOVE "Y" TO WS-CONTACT-EDIT-FLAG
            MOVE SPACES TO WS-CONTACT-REJ-REASON
            MOVE ZERO TO WS-CASE-HIT
            PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                    UNTIL WS-CASE-SUB > WS-CASE-COUNT
                       OR WS-CASE-HIT > ZERO
                IF CA-ID-NUMBER(WS-CASE-SUB) = CI-INDEX-ID-NUMBER
                    MOVE WS-CASE-SUB TO WS-CASE-HIT
                END-IF
            END-PERFORM
            IF WS-CASE-HIT = ZERO
                MOVE "N" TO WS-CONTACT-EDIT-FLAG
                MOVE "NO SUCH INDEX CASE" TO WS-CONTACT-REJ-REASON
            ELSE
                IF CA-CHECK-DIGIT(WS-CASE-HIT)
                   NOT = CI-INDEX-CHECK-DIGIT
                    MOVE "N" TO WS-CONTACT-EDIT-FLAG
                    MOVE "BAD CHECK DIGIT" TO WS-CONTACT-REJ-REASON
                END-IF
            END-IF
            IF CONTACT-EDIT-PASSED AND CI-CONTACT-NAME = SPACES
                MOVE "N" TO WS-CONTACT-EDIT-FLAG
                MOVE "NO CONTACT NAME" TO WS-CONTACT-REJ-REASON
            END-IF
            IF CONTACT-EDIT-PASSED
                IF CI-EXPOSURE-DATE NOT NUMERIC
                    MOVE "N" TO WS-CONTACT-EDIT-FLAG
                    MOVE "BAD EXPOSURE DATE" TO WS-CONTACT-REJ-REASON
                ELSE
                    MOVE CI-EXPOSURE-DATE(5:2) TO WS-CONTACT-MONTH
                    MOVE CI-EXPOSURE-DATE(7:2) TO WS-CONTACT-DAY
                    MOVE CI-EXPOSURE-DATE TO WS-CONTACT-EXPOSURE
                    IF WS-CONTACT-MONTH < 1 OR WS-CONTACT-MONTH > 12
                       OR WS-CONTACT-DAY < 1 OR WS-CONTACT-DAY > 31
                       OR WS-CONTACT-EXPOSURE > WS-RUN-DATE
                        MOVE "N" TO WS-CONTACT-EDIT-FLAG
                        MOVE "BAD EXPOSURE DATE"
                            TO WS-CONTACT-REJ-REASON
                    END-IF
                END-IF
            END-IF
            IF CONTACT-EDIT-PASSED
                MOVE ZERO TO WS-CONTACT-DOB
                IF CI-CONTACT-DOB NOT = SPACES
                   AND CI-CONTACT-DOB NOT = ZEROS
                    IF CI-CONTACT-DOB NOT NUMERIC
                        MOVE "N" TO WS-CONTACT-EDIT-FLAG
                        MOVE "BAD BIRTH DATE" TO WS-CONTACT-REJ-REASON
                    ELSE
                        MOVE CI-CONTACT-DOB(5:2) TO WS-CONTACT-MONTH
                        MOVE CI-CONTACT-DOB(7:2) TO WS-CONTACT-DAY
                        IF WS-CONTACT-MONTH < 1
                           OR WS-CONTACT-MONTH > 12
                           OR WS-CONTACT-DAY < 1
                           OR WS-CONTACT-DAY > 31
                            MOVE "N" TO WS-CONTACT-EDIT-FLAG
                            MOVE "BAD BIRTH DATE"
                                TO WS-CONTACT-REJ-REASON
                        ELSE
                            MOVE CI-CONTACT-DOB TO WS-CONTACT-DOB
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * contacts for one index case sit together in key order; the
      * scan finds the highest sequence in use and catches the same
      * person being named twice for the same case
       FIND-NEXT-CONTACT-SEQ.
            MOVE ZERO TO WS-LAST-CONTACT-SEQ
            MOVE "N" TO WS-CONTACT-DUP-FLAG
            MOVE "N" TO WS-CTCT-EOF-SWITCH
            MOVE CI-INDEX-ID-NUMBER TO CT-INDEX-ID-NUMBER
            MOVE CI-INDEX-CHECK-DIGIT TO CT-INDEX-CHECK-DIGIT
            MOVE ZERO TO CT-CONTACT-SEQ
            START CLOSE-CONTACT-FILE KEY IS NOT LESS THAN CT-CONTACT-KEY
                INVALID KEY SET END-OF-CLOSE-CONTACTS TO TRUE
            END-START
            PERFORM UNTIL END-OF-CLOSE-CONTACTS
                READ CLOSE-CONTACT-FILE NEXT RECORD
                    AT END SET END-OF-CLOSE-CONTACTS TO TRUE
                END-READ
                IF NOT END-OF-CLOSE-CONTACTS
                    IF CT-INDEX-ID-NUMBER NOT = CI-INDEX-ID-NUMBER
                        SET END-OF-CLOSE-CONTACTS TO TRUE
                    ELSE
                        MOVE CT-CONTACT-SEQ TO WS-LAST-CONTACT-SEQ
                        IF CT-CONTACT-NAME = CI-CONTACT-NAME
                           AND CT-CONTACT-PHONE = CI-CONTACT-PHONE
                            SET CONTACT-ALREADY-NAMED TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      * a contact who is already a patient is linked straight away;
      * the rest are picked up by intake if they later come in to test
       WRITE-NEW-CONTACT.
            MOVE SPACES TO CLOSE-CONTACT-RECORD
            MOVE CI-INDEX-ID-NUMBER TO CT-INDEX-ID-NUMBER
            MOVE CI-INDEX-CHECK-DIGIT TO CT-INDEX-CHECK-DIGIT
            ADD 1 TO WS-LAST-CONTACT-SEQ GIVING CT-CONTACT-SEQ
            MOVE CI-CONTACT-NAME TO CT-CONTACT-NAME
            MOVE CI-CONTACT-PHONE TO CT-CONTACT-PHONE
            MOVE WS-CONTACT-DOB TO CT-CONTACT-DOB
            MOVE WS-CONTACT-EXPOSURE TO CT-EXPOSURE-DATE
            COMPUTE CT-QUARANTINE-END = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-CONTACT-EXPOSURE)
                + WS-QUARANTINE-DAYS)
            MOVE "O" TO CT-STATUS
            MOVE ZERO TO CT-ATTEMPT-COUNT
            MOVE ZEROS TO CT-LAST-CALL-DATE
            MOVE ZEROS TO CT-PATIENT-NUMBER
            MOVE ZEROS TO CT-LINKED-DATE
            MOVE WS-RUN-DATE TO CT-ADDED-DATE
            IF WS-CONTACT-DOB > ZERO
                MOVE CI-CONTACT-NAME TO PM-PAT-NAME
                MOVE WS-CONTACT-DOB TO PM-PAT-DOB
                READ PATIENT-MASTER KEY IS PM-IDENT
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE PM-PATIENT-NUMBER TO CT-PATIENT-NUMBER
                        MOVE WS-RUN-DATE TO CT-LINKED-DATE
                        ADD 1 TO WS-CONTACT-MATCHED-COUNT
                END-READ
            END-IF
            WRITE CLOSE-CONTACT-RECORD
                INVALID KEY
                    MOVE "N" TO WS-CONTACT-EDIT-FLAG
                    MOVE "WRITE FAILED" TO WS-CONTACT-REJ-REASON
                NOT INVALID KEY
                    ADD 1 TO WS-CONTACT-ADDED-COUNT
            END-WRITE.

       APPLY-CONTACT-OUTCOMES.
            OPEN INPUT CONTACT-OUTCOME-FILE
            IF CTOU-FILE-OK
                PERFORM UNTIL END-OF-CONTACT-OUTCOMES
                    READ CONTACT-OUTCOME-FILE
                        AT END SET END-OF-CONTACT-OUTCOMES TO TRUE
                        NOT AT END PERFORM APPLY-ONE-CONTACT-OUTCOME
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no contact call-outcome file, contact "
                    "statuses carried forward unchanged ***"
            END-IF
            CLOSE CONTACT-OUTCOME-FILE.

      * once a contact is reached the later calls are daily
      * monitoring check-ins, which move the last-call date but not
      * the status or the attempt count; a refusal still gives way
      * to a later successful call
       APPLY-ONE-CONTACT-OUTCOME.
            MOVE CK-INDEX-ID-NUMBER TO CT-INDEX-ID-NUMBER
            MOVE CK-INDEX-CHECK-DIGIT TO CT-INDEX-CHECK-DIGIT
            MOVE CK-CONTACT-SEQ TO CT-CONTACT-SEQ
            MOVE "Y" TO WS-CONTACT-EDIT-FLAG
            IF NOT VALID-CONTACT-DISPOSITION
                MOVE "N" TO WS-CONTACT-EDIT-FLAG
            ELSE
                READ CLOSE-CONTACT-FILE
                    INVALID KEY MOVE "N" TO WS-CONTACT-EDIT-FLAG
                END-READ
            END-IF
            IF NOT CONTACT-EDIT-PASSED
                ADD 1 TO WS-CONTACT-REJECT-COUNT
                DISPLAY "*** contact call outcome '" CK-DISPOSITION
                    "' for CovidID " CK-INDEX-ID-NUMBER
                    " contact " CK-CONTACT-SEQ
                    " matches no contact ***"
            ELSE
                ADD 1 TO WS-CONTACT-OUTCOME-COUNT
                MOVE CK-CALL-DATE TO CT-LAST-CALL-DATE
                EVALUATE TRUE
                    WHEN CT-WAS-REACHED
                        CONTINUE
                    WHEN CT-WAS-REFUSED AND NOT CONTACT-WAS-REACHED
                        CONTINUE
                    WHEN CONTACT-WAS-REACHED
                        ADD 1 TO CT-ATTEMPT-COUNT
                        MOVE "R" TO CT-STATUS
                    WHEN CONTACT-WAS-REFUSED
                        ADD 1 TO CT-ATTEMPT-COUNT
                        MOVE "F" TO CT-STATUS
                    WHEN CONTACT-BAD-NUMBER
                        ADD 1 TO CT-ATTEMPT-COUNT
                        MOVE "B" TO CT-STATUS
                    WHEN OTHER
                        ADD 1 TO CT-ATTEMPT-COUNT
                END-EVALUATE
                REWRITE CLOSE-CONTACT-RECORD
                    INVALID KEY
                        DISPLAY "*** contact " CK-INDEX-ID-NUMBER
                            "/" CK-CONTACT-SEQ " not rewritten ***"
                END-REWRITE
            END-IF.

      * every contact still inside the quarantine window is called
      * daily until reached, then checked on daily until the window
      * closes; refusals drop off the list
       WRITE-CONTACT-CALL-LIST.
            OPEN OUTPUT CONTACT-CALL-LIST-FILE
            MOVE WS-RUN-DATE TO CH-RUN-DATE
            WRITE CONTACT-CALL-LIST-LINE FROM WS-CONTACT-HEADING
            WRITE CONTACT-CALL-LIST-LINE FROM WS-CONTACT-COLUMNS
            MOVE "N" TO WS-CTCT-EOF-SWITCH
            MOVE LOW-VALUES TO CT-CONTACT-KEY
            START CLOSE-CONTACT-FILE KEY IS NOT LESS THAN CT-CONTACT-KEY
                INVALID KEY SET END-OF-CLOSE-CONTACTS TO TRUE
            END-START
            PERFORM UNTIL END-OF-CLOSE-CONTACTS
                READ CLOSE-CONTACT-FILE NEXT RECORD
                    AT END SET END-OF-CLOSE-CONTACTS TO TRUE
                    NOT AT END PERFORM LIST-ONE-CONTACT
                END-READ
            END-PERFORM
            CLOSE CONTACT-CALL-LIST-FILE.

       LIST-ONE-CONTACT.
            IF CT-QUARANTINE-END >= WS-RUN-DATE
               AND NOT CT-WAS-REFUSED
                EVALUATE TRUE
                    WHEN CT-WAS-REACHED
                        MOVE "MONITORING" TO CD-NOTE
                    WHEN CT-BAD-NUMBER
                        MOVE "BAD NUMBER" TO CD-NOTE
                    WHEN CT-ATTEMPT-COUNT >= WS-MAX-ATTEMPTS
                        MOVE "UNREACHED" TO CD-NOTE
                    WHEN CT-ATTEMPT-COUNT > ZERO
                        MOVE "RETRY" TO CD-NOTE
                    WHEN OTHER
                        MOVE "FIRST CALL" TO CD-NOTE
                END-EVALUATE
                ADD 1 TO WS-CONTACT-LISTED-COUNT
                MOVE CT-INDEX-ID-NUMBER TO CD-INDEX-ID-NUMBER
                MOVE CT-INDEX-CHECK-DIGIT TO CD-INDEX-CHECK-DIGIT
                MOVE CT-CONTACT-SEQ TO CD-CONTACT-SEQ
                MOVE CT-CONTACT-NAME TO CD-CONTACT-NAME
                MOVE CT-CONTACT-PHONE TO CD-CONTACT-PHONE
                MOVE CT-EXPOSURE-DATE TO CD-EXPOSURE-DATE
                MOVE CT-QUARANTINE-END TO CD-QUARANTINE-END
                MOVE CT-ATTEMPT-COUNT TO CD-ATTEMPTS
                MOVE CT-LAST-CALL-DATE TO CD-LAST-CALL
                MOVE CT-PATIENT-NUMBER TO CD-PATIENT-NUMBER
                WRITE CONTACT-CALL-LIST-LINE FROM WS-CONTACT-DETAIL
            END-IF.

           COPY AUDITPROC.
           COPY CTOTPROC.

