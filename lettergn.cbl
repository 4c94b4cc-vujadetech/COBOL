      ******************************************************************
      * Author:
      * Date:
      * Purpose: Patient letter generation - turns the four internal
      *          notice feeds into something the patient actually
      *          receives: the dose-recall notices from DOSERCL, the
      *          recalled-lot notification list from RECALLSC, the
      *          positive-case call list from OUTREACH and the
      *          appointment rescheduling notices from SITECLOS for
      *          bookings moved off a closed site. Each notice is
      *          joined through the patient cross-reference to the
      *          patient master for the patient's name and full
      *          mailing address, and a one-page letter is printed
      *          with the address block positioned for a window
      *          envelope and a body per notice type (next dose due,
      *          dose from a recalled lot, positive result follow-up,
      *          appointment moved).
      *          A summary count page per letter type per site closes
      *          the print file for the mail room.
      *          Every letter printed is entered on the disclosure
      *          log as a mailing to the patient.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CALL-LIST-FILE ASSIGN TO "CALLLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLL-FILE-STATUS.
           SELECT OPTIONAL RESCHEDULE-NOTICE-FILE
               ASSIGN TO "RESCHDNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FILE-STATUS.
           COPY PATXRSEL.
           COPY PATMSSEL.
           COPY COVMSTSEL.
           SELECT LETTER-PRINT-FILE ASSIGN TO "LETTERS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY DSCLSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FD  CALL-LIST-FILE.
       01  CALL-LIST-RECORD        PIC X(80).

           COPY RNOTFD.

           COPY PATXRFD.
           COPY PATMSFD.
           COPY COVMSTFD.
       01  LETTER-PRINT-LINE       PIC X(80).

           COPY AUDITFD.
           COPY DSCLFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
           88 LOT-FILE-OK      VALUE "00".
       01  WS-CLL-FILE-STATUS  PIC XX VALUE "00".
           88 CLL-FILE-OK      VALUE "00".
       01  WS-RSN-FILE-STATUS  PIC XX VALUE "00".
           88 RSN-FILE-OK      VALUE "00".
       01  WS-RCL-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-RECALL-NOTICES VALUE "Y".
       01  WS-LOT-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-LOT-NOTICES VALUE "Y".
       01  WS-CLL-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-CALL-LIST VALUE "Y".
       01  WS-RSN-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-RESCHEDULE-NOTICES VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-LETTER-TYPE      PIC X VALUE SPACE.
           88 DOSE-DUE-LETTER      VALUE "R".
           88 LOT-RECALL-LETTER    VALUE "L".
           88 POSITIVE-LETTER      VALUE "P".
           88 APPT-MOVED-LETTER    VALUE "S".
       01  WS-NOTICE-ID        PIC X(6) VALUE SPACES.
       01  WS-NOTICE-ID-NUM    PIC 9(6) VALUE ZERO.
       01  WS-NOTICE-DOSE      PIC X VALUE SPACE.
       01  WS-NOTICE-DATE      PIC X(8) VALUE SPACES.
       01  WS-NOTICE-LOT       PIC X(5) VALUE SPACES.
       01  WS-NOTICE-OLD-DATE  PIC X(8) VALUE SPACES.
       01  WS-NOTICE-OLD-SITE  PIC X(3) VALUE SPACES.
       01  WS-NOTICE-SITE-NAME PIC X(20) VALUE SPACES.
       01  WS-NOTICE-SITE-ADDR PIC X(30) VALUE SPACES.
       01  WS-LETTER-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-NO-CONTACT-COUNT PIC 9(6) VALUE ZERO.
       01  WS-PAGE-LINE-COUNT  PIC 9(2) VALUE ZERO.
           05 FILLER           PIC X(21) VALUE
              ", WHICH WAS RECALLED.".

       01  WS-BODY-MOVED-LINE.
           05 FILLER           PIC X(10) VALUE "YOUR DOSE ".
           05 BM-DOSE-NUMBER   PIC X.
           05 FILLER           PIC X(16) VALUE " APPOINTMENT ON ".
           05 BM-OLD-DATE      PIC X(8).
           05 FILLER           PIC X(9)  VALUE " AT SITE ".
           05 BM-OLD-SITE      PIC X(3).

       01  WS-BODY-REBOOKED-LINE.
           05 FILLER           PIC X(22) VALUE
              "YOU ARE NOW BOOKED ON ".
           05 BN-NEW-DATE      PIC X(8).
           05 FILLER           PIC X(4)  VALUE " AT:".

       01  WS-BODY-SITE-NAME-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 BN-SITE-NAME     PIC X(20).
       01  WS-BODY-SITE-ADDR-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 BN-SITE-ADDR     PIC X(30).

       01  WS-LETTER-SEPARATOR PIC X(78) VALUE ALL "-".

       01  WS-SUMMARY-HEADING  PIC X(60) VALUE
           05 SM-COUNT         PIC ZZZZZ9.

           COPY AUDITWS.
           COPY DSCLWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "LETTER-GENERATION" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            PERFORM OPEN-DISCLOSURE-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM PROCESS-RECALL-NOTICES
            PERFORM PROCESS-LOT-NOTICES
            PERFORM PROCESS-POSITIVE-NOTICES
            PERFORM PROCESS-RESCHEDULE-NOTICES
            PERFORM WRITE-SUMMARY-PAGE
            CLOSE PATIENT-XREF-FILE
            CLOSE PATIENT-MASTER
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            PERFORM CLOSE-DISCLOSURE-LOG
            MOVE "LETTER-GENERATION" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-LETTER-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-NO-CONTACT-COUNT TO WS-CTOT-REJECT-COUNT
                PERFORM WRITE-ONE-LETTER
            END-IF.

       PROCESS-RESCHEDULE-NOTICES.
            OPEN INPUT RESCHEDULE-NOTICE-FILE
            IF RSN-FILE-OK
                PERFORM UNTIL END-OF-RESCHEDULE-NOTICES
                    READ RESCHEDULE-NOTICE-FILE
                        AT END SET END-OF-RESCHEDULE-NOTICES TO TRUE
                        NOT AT END PERFORM LETTER-ONE-RESCHEDULE
                    END-READ
                END-PERFORM
            END-IF
            CLOSE RESCHEDULE-NOTICE-FILE.

       LETTER-ONE-RESCHEDULE.
            IF RN-ID-NUMBER IS NUMERIC
                MOVE "S" TO WS-LETTER-TYPE
                MOVE RN-ID-NUMBER TO WS-NOTICE-ID
                MOVE RN-DOSE-NUMBER TO WS-NOTICE-DOSE
                MOVE RN-OLD-SITE-ID TO WS-NOTICE-OLD-SITE
                MOVE RN-OLD-DATE TO WS-NOTICE-OLD-DATE
                MOVE RN-NEW-DATE TO WS-NOTICE-DATE
                MOVE RN-NEW-SITE-NAME TO WS-NOTICE-SITE-NAME
                MOVE RN-NEW-SITE-ADDRESS TO WS-NOTICE-SITE-ADDR
                PERFORM WRITE-ONE-LETTER
            END-IF.

       WRITE-ONE-LETTER.
            MOVE WS-NOTICE-ID TO WS-NOTICE-ID-NUM
            MOVE WS-NOTICE-ID-NUM TO XR-ID-NUMBER
            PERFORM UNTIL WS-PAGE-LINE-COUNT >= WS-PAGE-LINES
                PERFORM WRITE-BLANK-LINE
            END-PERFORM
            WRITE LETTER-PRINT-LINE FROM WS-LETTER-SEPARATOR
            PERFORM LOG-LETTER-DISCLOSURE.

      * the letter is mailed to the address on file, so the mailing
      * itself is the release accounted for
       LOG-LETTER-DISCLOSURE.
            MOVE PM-PATIENT-NUMBER TO WS-DSCL-PATIENT-NUMBER
            MOVE "PATIENT BY MAIL" TO WS-DSCL-RECIPIENT
            EVALUATE TRUE
                WHEN DOSE-DUE-LETTER
                    MOVE "NEXT DOSE DUE NOTICE" TO WS-DSCL-PURPOSE
                WHEN LOT-RECALL-LETTER
                    MOVE "RECALLED LOT NOTICE" TO WS-DSCL-PURPOSE
                WHEN APPT-MOVED-LETTER
                    MOVE "APPOINTMENT RESCHEDULE NOTICE"
                        TO WS-DSCL-PURPOSE
                WHEN OTHER
                    MOVE "POSITIVE RESULT NOTICE" TO WS-DSCL-PURPOSE
            END-EVALUATE
            PERFORM WRITE-DISCLOSURE-RECORD.

       NOTE-LETTER-SITE.
            MOVE SPACES TO WS-LETTER-SITE
                        & "FOR FOLLOW-UP." TO LETTER-PRINT-LINE
                    WRITE LETTER-PRINT-LINE
                    ADD 1 TO WS-PAGE-LINE-COUNT
                WHEN APPT-MOVED-LETTER
                    PERFORM WRITE-MOVED-BODY
            END-EVALUATE.

       WRITE-MOVED-BODY.
            MOVE "DEAR PATIENT," TO LETTER-PRINT-LINE
            WRITE LETTER-PRINT-LINE
            ADD 1 TO WS-PAGE-LINE-COUNT
            MOVE WS-NOTICE-DOSE TO BM-DOSE-NUMBER
            MOVE WS-NOTICE-OLD-DATE TO BM-OLD-DATE
            MOVE WS-NOTICE-OLD-SITE TO BM-OLD-SITE
            WRITE LETTER-PRINT-LINE FROM WS-BODY-MOVED-LINE
            ADD 1 TO WS-PAGE-LINE-COUNT
            MOVE "WAS CANCELLED BECAUSE THE SITE IS CLOSED."
                TO LETTER-PRINT-LINE
            WRITE LETTER-PRINT-LINE
            ADD 1 TO WS-PAGE-LINE-COUNT
            MOVE WS-NOTICE-DATE TO BN-NEW-DATE
            WRITE LETTER-PRINT-LINE FROM WS-BODY-REBOOKED-LINE
            ADD 1 TO WS-PAGE-LINE-COUNT
            MOVE WS-NOTICE-SITE-NAME TO BN-SITE-NAME
            WRITE LETTER-PRINT-LINE FROM WS-BODY-SITE-NAME-LINE
            ADD 1 TO WS-PAGE-LINE-COUNT
            MOVE WS-NOTICE-SITE-ADDR TO BN-SITE-ADDR
            WRITE LETTER-PRINT-LINE FROM WS-BODY-SITE-ADDR-LINE
            ADD 1 TO WS-PAGE-LINE-COUNT.

       WRITE-SUMMARY-PAGE.
            MOVE SPACES TO LETTER-PRINT-LINE
            WRITE LETTER-PRINT-LINE
                        MOVE "NEXT DOSE DUE" TO SM-TYPE-TEXT
                    WHEN "L"
                        MOVE "RECALLED LOT" TO SM-TYPE-TEXT
                    WHEN "S"
                        MOVE "APPOINTMENT MOVED" TO SM-TYPE-TEXT
                    WHEN OTHER
                        MOVE "POSITIVE FOLLOW-UP" TO SM-TYPE-TEXT
                END-EVALUATE
            END-PERFORM.

           COPY AUDITPROC.
           COPY DSCLPROC.
           COPY CTOTPROC.

       END PROGRAM LETTERGN.
