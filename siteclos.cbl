      ******************************************************************
      * Author:
      * Date:
      * Purpose: Site closure and emergency rebooking - posts the
      *          closure transactions for a site that has to shut
      *          unexpectedly (storm, power outage, staffing), each
      *          with the site, the first and last closed day and an
      *          optional alternate site, to the site closure file
      *          APPTBOOK checks before booking. Every appointment on
      *          APPOINT.DAT that now falls on a closed day is moved
      *          to the next day with room, at the same site or at the
      *          closure's alternate site, under the same daily
      *          capacity rule APPTBOOK books by. A rescheduling
      *          notice is cut for LETTERGN for every patient moved,
      *          and a register lists each closure, each move and each
      *          booking that could not be placed inside the booking
      *          window so the desk can call those patients.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITECLOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-TXN-FILE ASSIGN TO "CLOSTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPOINTMENT-FILE ASSIGN TO "APPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPT-FILE-STATUS.
           COPY SITESEL.
           COPY SCLSSEL.
           SELECT RESCHEDULE-NOTICE-FILE ASSIGN TO "RESCHDNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSURE-REGISTER ASSIGN TO "SITECLOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-TXN-FILE.
       01  CLOSURE-TXN-RECORD.
           05 CX-SITE-ID       PIC X(3).
           05 CX-FROM-DATE     PIC 9(8).
           05 CX-TO-DATE       PIC 9(8).
           05 CX-ALT-SITE-ID   PIC X(3).
           05 CX-REASON        PIC X(20).
           05 CX-ENTERED-BY    PIC X(3).

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
           05 AP-ID-NUMBER     PIC 9(6).
           05 AP-CHECK-DIGIT   PIC 9.
           05 AP-SITE-ID       PIC X(3).
           05 AP-APPT-DATE     PIC 9(8).
           05 AP-DOSE-NUMBER   PIC 9.

           COPY SITEFD.
           COPY SCLSFD.

           COPY RNOTFD.

       FD  CLOSURE-REGISTER.
       01  CLOSURE-REGISTER-LINE   PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-APPT-FILE-STATUS PIC XX VALUE "00".
           88 APPT-FILE-OK     VALUE "00".
       01  WS-TXN-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-CLOSURE-TXNS VALUE "Y".
       01  WS-APPT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-APPOINTMENTS VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-TRY-DAY-NO       PIC 9(10) VALUE ZERO.
       01  WS-TRY-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DAY-TRIES        PIC 9(2) VALUE ZERO.
       01  WS-BOOKING-WINDOW   PIC 9(2) VALUE 30.
       01  WS-DAY-BOOKINGS     PIC 9(4) VALUE ZERO.
       01  WS-TRY-SITE-ID      PIC X(3) VALUE SPACES.
       01  WS-ALT-SITE-ID      PIC X(3) VALUE SPACES.
       01  WS-OLD-SITE-ID      PIC X(3) VALUE SPACES.
       01  WS-OLD-DATE         PIC 9(8) VALUE ZERO.
       01  WS-PLACED-FLAG      PIC X VALUE "N".
           88 BOOKING-WAS-PLACED VALUE "Y".
       01  WS-TXN-VALID-FLAG   PIC X VALUE "N".
           88 CLOSURE-TXN-VALID VALUE "Y".

       01  WS-APPT-OVF-FLAG    PIC X VALUE "N".
           88 APPT-TABLE-OVERFLOWED VALUE "Y".
       01  WS-APPT-MAX         PIC 9(4) VALUE 1000.
       01  WS-APPT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-APPT-SUB         PIC 9(4) VALUE ZERO.
       01  WS-MOVE-SUB         PIC 9(4) VALUE ZERO.
       01  WS-APPT-TABLE.
           05 WS-APPT-ENTRY OCCURS 1000 TIMES.
              10 AT-ID-NUMBER   PIC 9(6).
              10 AT-CHECK-DIGIT PIC 9.
              10 AT-SITE-ID     PIC X(3).
              10 AT-APPT-DATE   PIC 9(8).
              10 AT-DOSE-NUMBER PIC 9.

       01  WS-POSTED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-MOVED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-ALT-MOVED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-UNPLACED-COUNT   PIC 9(6) VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05 FILLER           PIC X(38) VALUE
              "*** SITE CLOSURE / REBOOKING REGISTER ".
           05 FILLER           PIC X(4)  VALUE "RUN ".
           05 RH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-CLOSURE-HEADING  PIC X(60) VALUE
           "CLOSURE TRANSACTIONS".

       01  WS-CLOSURE-DETAIL.
           05 FILLER           PIC X(5)  VALUE "SITE ".
           05 RC-SITE-ID       PIC X(3).
           05 FILLER           PIC X(7)  VALUE "  FROM ".
           05 RC-FROM-DATE     PIC 9(8).
           05 FILLER           PIC X(5)  VALUE "  TO ".
           05 RC-TO-DATE       PIC 9(8).
           05 FILLER           PIC X(6)  VALUE "  ALT ".
           05 RC-ALT-SITE-ID   PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RC-DISPOSITION   PIC X(20).

       01  WS-BOOKING-HEADING  PIC X(60) VALUE
           "BOOKINGS ON CLOSED DAYS".

       01  WS-BOOKING-DETAIL.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RB-ID-NUMBER     PIC 9(6).
           05 RB-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(7)  VALUE "  DOSE ".
           05 RB-DOSE-NUMBER   PIC 9.
           05 FILLER           PIC X(7)  VALUE "  FROM ".
           05 RB-OLD-SITE-ID   PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 RB-OLD-DATE      PIC 9(8).
           05 FILLER           PIC X(5)  VALUE "  TO ".
           05 RB-NEW-SITE-ID   PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 RB-NEW-DATE      PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RB-STATUS        PIC X(10).

       01  WS-REGISTER-TOTALS.
           05 RT-MOVED-COUNT   PIC ZZZZZ9.
           05 FILLER           PIC X(8)  VALUE " MOVED (".
           05 RT-ALT-MOVED-COUNT PIC ZZZZZ9.
           05 FILLER           PIC X(19) VALUE " TO ALTERNATE SITE)".
           05 FILLER           PIC X(2)  VALUE ", ".
           05 RT-UNPLACED-COUNT PIC ZZZZZ9.
           05 FILLER           PIC X(11) VALUE " NOT PLACED".

           COPY SITEWS.
           COPY SCLSWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "SITE-CLOSURE" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            PERFORM LOAD-SITE-TABLE
            PERFORM LOAD-CLOSURE-TABLE
            PERFORM LOAD-APPOINTMENTS
            IF APPT-TABLE-OVERFLOWED
                DISPLAY "*** appointment table full - run "
                    "abandoned, no closure posted and appointment "
                    "file left untouched - raise WS-APPT-MAX ***"
            ELSE
                OPEN OUTPUT CLOSURE-REGISTER
                MOVE WS-RUN-DATE TO RH-RUN-DATE
                WRITE CLOSURE-REGISTER-LINE FROM WS-REGISTER-HEADING
                PERFORM POST-CLOSURE-TRANSACTIONS
                OPEN OUTPUT RESCHEDULE-NOTICE-FILE
                PERFORM REBOOK-CLOSED-DAYS
                CLOSE RESCHEDULE-NOTICE-FILE
                PERFORM SAVE-APPOINTMENTS
                MOVE WS-MOVED-COUNT TO RT-MOVED-COUNT
                MOVE WS-ALT-MOVED-COUNT TO RT-ALT-MOVED-COUNT
                MOVE WS-UNPLACED-COUNT TO RT-UNPLACED-COUNT
                MOVE SPACES TO CLOSURE-REGISTER-LINE
                WRITE CLOSURE-REGISTER-LINE
                WRITE CLOSURE-REGISTER-LINE FROM WS-REGISTER-TOTALS
                CLOSE CLOSURE-REGISTER
            END-IF
            DISPLAY WS-POSTED-COUNT " closure(s) posted, "
                WS-REJECT-COUNT " rejected, "
                WS-MOVED-COUNT " booking(s) moved, "
                WS-UNPLACED-COUNT " not placed."
            MOVE WS-MOVED-COUNT TO WS-AUDIT-KEY-VALUE
            IF APPT-TABLE-OVERFLOWED
                MOVE "ABANDONED, TABLE FULL" TO WS-AUDIT-OUTCOME
            ELSE
                STRING "COMPLETED, " WS-UNPLACED-COUNT " NOT PLACED"
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            END-IF
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "SITE-CLOSURE" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-MOVED-COUNT TO WS-CTOT-RECORD-COUNT
            COMPUTE WS-CTOT-REJECT-COUNT =
                WS-REJECT-COUNT + WS-UNPLACED-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            IF RETURN-CODE < 4
               AND (WS-REJECT-COUNT > ZERO
                    OR WS-UNPLACED-COUNT > ZERO)
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       LOAD-APPOINTMENTS.
            OPEN INPUT APPOINTMENT-FILE
            IF APPT-FILE-OK
                PERFORM UNTIL END-OF-APPOINTMENTS
                    READ APPOINTMENT-FILE
                        AT END SET END-OF-APPOINTMENTS TO TRUE
                        NOT AT END PERFORM STORE-ONE-APPOINTMENT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE APPOINTMENT-FILE.

      * an overflowed load table means the file no longer fits in
      * storage; the run is abandoned rather than rewriting the file
      * from a truncated table and losing the excess appointments
       STORE-ONE-APPOINTMENT.
            IF WS-APPT-COUNT < WS-APPT-MAX
                ADD 1 TO WS-APPT-COUNT
                MOVE APPOINTMENT-RECORD
                    TO WS-APPT-ENTRY(WS-APPT-COUNT)
            ELSE
                SET APPT-TABLE-OVERFLOWED TO TRUE
                MOVE 8 TO RETURN-CODE
            END-IF.

      * accepted closures go onto the closure table straight away, so
      * the rebooking below sees them and never moves a booking onto
      * another day the same run has just closed
       POST-CLOSURE-TRANSACTIONS.
            WRITE CLOSURE-REGISTER-LINE FROM WS-CLOSURE-HEADING
            OPEN EXTEND SITE-CLOSURE-FILE
            IF NOT SCLS-FILE-OK
                OPEN OUTPUT SITE-CLOSURE-FILE
            END-IF
            OPEN INPUT CLOSURE-TXN-FILE
            PERFORM UNTIL END-OF-CLOSURE-TXNS
                READ CLOSURE-TXN-FILE
                    AT END SET END-OF-CLOSURE-TXNS TO TRUE
                    NOT AT END PERFORM POST-ONE-CLOSURE
                END-READ
            END-PERFORM
            CLOSE CLOSURE-TXN-FILE
            CLOSE SITE-CLOSURE-FILE.

       POST-ONE-CLOSURE.
            MOVE CX-SITE-ID TO RC-SITE-ID
            MOVE CX-FROM-DATE TO RC-FROM-DATE
            MOVE CX-TO-DATE TO RC-TO-DATE
            MOVE CX-ALT-SITE-ID TO RC-ALT-SITE-ID
            MOVE "N" TO WS-TXN-VALID-FLAG
            MOVE CX-SITE-ID TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            EVALUATE TRUE
                WHEN NOT SITE-ID-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "UNKNOWN SITE" TO RC-DISPOSITION
                WHEN CX-FROM-DATE NOT NUMERIC
                  OR CX-TO-DATE NOT NUMERIC
                  OR CX-FROM-DATE > CX-TO-DATE
                  OR CX-TO-DATE < WS-RUN-DATE
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "BAD DATE RANGE" TO RC-DISPOSITION
                WHEN CX-ALT-SITE-ID NOT = SPACES
                    MOVE CX-ALT-SITE-ID TO WS-SITE-LOOKUP-ID
                    PERFORM LOOKUP-SITE
                    IF SITE-ID-FOUND
                       AND CX-ALT-SITE-ID NOT = CX-SITE-ID
                        SET CLOSURE-TXN-VALID TO TRUE
                    ELSE
                        ADD 1 TO WS-REJECT-COUNT
                        MOVE "BAD ALTERNATE SITE" TO RC-DISPOSITION
                    END-IF
                WHEN OTHER
                    SET CLOSURE-TXN-VALID TO TRUE
            END-EVALUATE
            IF CLOSURE-TXN-VALID
                PERFORM RECORD-ONE-CLOSURE
                MOVE "POSTED" TO RC-DISPOSITION
            END-IF
            WRITE CLOSURE-REGISTER-LINE FROM WS-CLOSURE-DETAIL.

       RECORD-ONE-CLOSURE.
            ADD 1 TO WS-POSTED-COUNT
            MOVE SPACES TO SITE-CLOSURE-RECORD
            MOVE CX-SITE-ID TO SC-SITE-ID
            MOVE CX-FROM-DATE TO SC-FROM-DATE
            MOVE CX-TO-DATE TO SC-TO-DATE
            MOVE CX-ALT-SITE-ID TO SC-ALT-SITE-ID
            MOVE CX-REASON TO SC-REASON
            MOVE CX-ENTERED-BY TO SC-ENTERED-BY
            MOVE WS-RUN-DATE TO SC-POSTED-DATE
            WRITE SITE-CLOSURE-RECORD
            PERFORM ADD-CLOSURE-ENTRY.

      * every closure on file is checked, not only today's, so a
      * booking made before an earlier closure was posted is still
      * caught; past-dated bookings are left to APPTRECN
       REBOOK-CLOSED-DAYS.
            MOVE SPACES TO CLOSURE-REGISTER-LINE
            WRITE CLOSURE-REGISTER-LINE
            WRITE CLOSURE-REGISTER-LINE FROM WS-BOOKING-HEADING
            PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                    UNTIL WS-MOVE-SUB > WS-APPT-COUNT
                IF AT-APPT-DATE(WS-MOVE-SUB) >= WS-RUN-DATE
                    MOVE AT-SITE-ID(WS-MOVE-SUB) TO WS-SCLS-LOOKUP-ID
                    MOVE AT-APPT-DATE(WS-MOVE-SUB)
                        TO WS-SCLS-LOOKUP-DATE
                    PERFORM CHECK-SITE-CLOSED
                    IF SITE-DAY-CLOSED
                        PERFORM REBOOK-ONE-APPOINTMENT
                    END-IF
                END-IF
            END-PERFORM.

       REBOOK-ONE-APPOINTMENT.
            MOVE AT-SITE-ID(WS-MOVE-SUB) TO WS-OLD-SITE-ID
            MOVE AT-APPT-DATE(WS-MOVE-SUB) TO WS-OLD-DATE
            MOVE CLOS-ALT-SITE-ID(WS-SCLS-HIT) TO WS-ALT-SITE-ID
            PERFORM FIND-OPEN-DAY
            MOVE AT-ID-NUMBER(WS-MOVE-SUB) TO RB-ID-NUMBER
            MOVE AT-CHECK-DIGIT(WS-MOVE-SUB) TO RB-CHECK-DIGIT
            MOVE AT-DOSE-NUMBER(WS-MOVE-SUB) TO RB-DOSE-NUMBER
            MOVE WS-OLD-SITE-ID TO RB-OLD-SITE-ID
            MOVE WS-OLD-DATE TO RB-OLD-DATE
            IF BOOKING-WAS-PLACED
                ADD 1 TO WS-MOVED-COUNT
                IF WS-TRY-SITE-ID NOT = WS-OLD-SITE-ID
                    ADD 1 TO WS-ALT-MOVED-COUNT
                END-IF
                MOVE WS-TRY-SITE-ID TO AT-SITE-ID(WS-MOVE-SUB)
                MOVE WS-TRY-DATE TO AT-APPT-DATE(WS-MOVE-SUB)
                MOVE WS-TRY-SITE-ID TO RB-NEW-SITE-ID
                MOVE WS-TRY-DATE TO RB-NEW-DATE
                MOVE "MOVED" TO RB-STATUS
                PERFORM WRITE-RESCHEDULE-NOTICE
            ELSE
                ADD 1 TO WS-UNPLACED-COUNT
                MOVE SPACES TO RB-NEW-SITE-ID
                MOVE SPACES TO RB-NEW-DATE
                MOVE "NOT PLACED" TO RB-STATUS
                DISPLAY "*** CovidID " AT-ID-NUMBER(WS-MOVE-SUB)
                    " booked " WS-OLD-DATE " at closed site "
                    WS-OLD-SITE-ID " could not be placed ***"
            END-IF
            WRITE CLOSURE-REGISTER-LINE FROM WS-BOOKING-DETAIL.

      * the search starts the day after the closed booking; each day
      * the closed site is tried first, then the closure's alternate
      * site, and a site is bookable on a day only when it is open
      * and below its daily capacity, the same rule APPTBOOK uses
       FIND-OPEN-DAY.
            MOVE "N" TO WS-PLACED-FLAG
            COMPUTE WS-TRY-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-OLD-DATE) + 1
            PERFORM VARYING WS-DAY-TRIES FROM 1 BY 1
                    UNTIL WS-DAY-TRIES > WS-BOOKING-WINDOW
                       OR BOOKING-WAS-PLACED
                MOVE FUNCTION DATE-OF-INTEGER(WS-TRY-DAY-NO)
                    TO WS-TRY-DATE
                MOVE WS-OLD-SITE-ID TO WS-TRY-SITE-ID
                PERFORM TRY-SITE-ON-DAY
                IF NOT BOOKING-WAS-PLACED
                   AND WS-ALT-SITE-ID NOT = SPACES
                    MOVE WS-ALT-SITE-ID TO WS-TRY-SITE-ID
                    PERFORM TRY-SITE-ON-DAY
                END-IF
                IF NOT BOOKING-WAS-PLACED
                    ADD 1 TO WS-TRY-DAY-NO
                END-IF
            END-PERFORM.

       TRY-SITE-ON-DAY.
            MOVE WS-TRY-SITE-ID TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            MOVE WS-TRY-SITE-ID TO WS-SCLS-LOOKUP-ID
            MOVE WS-TRY-DATE TO WS-SCLS-LOOKUP-DATE
            PERFORM CHECK-SITE-CLOSED
            IF SITE-ID-FOUND AND NOT SITE-DAY-CLOSED
                PERFORM COUNT-DAY-BOOKINGS
                IF WS-DAY-BOOKINGS < SITE-CAPACITY(WS-SITE-HIT)
                    SET BOOKING-WAS-PLACED TO TRUE
                END-IF
            END-IF.

       COUNT-DAY-BOOKINGS.
            MOVE ZERO TO WS-DAY-BOOKINGS
            PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                    UNTIL WS-APPT-SUB > WS-APPT-COUNT
                IF AT-SITE-ID(WS-APPT-SUB) = WS-TRY-SITE-ID
                   AND AT-APPT-DATE(WS-APPT-SUB) = WS-TRY-DATE
                    ADD 1 TO WS-DAY-BOOKINGS
                END-IF
            END-PERFORM.

      * the notice carries the new site's name and address so the
      * letter can tell the patient where to go without a site lookup
       WRITE-RESCHEDULE-NOTICE.
            MOVE SPACES TO RESCHEDULE-NOTICE-RECORD
            MOVE AT-ID-NUMBER(WS-MOVE-SUB) TO RN-ID-NUMBER
            MOVE AT-CHECK-DIGIT(WS-MOVE-SUB) TO RN-CHECK-DIGIT
            MOVE AT-DOSE-NUMBER(WS-MOVE-SUB) TO RN-DOSE-NUMBER
            MOVE WS-OLD-SITE-ID TO RN-OLD-SITE-ID
            MOVE WS-OLD-DATE TO RN-OLD-DATE
            MOVE WS-TRY-SITE-ID TO RN-NEW-SITE-ID
            MOVE WS-TRY-DATE TO RN-NEW-DATE
            MOVE SITE-NAME(WS-SITE-HIT) TO RN-NEW-SITE-NAME
            MOVE SITE-ADDRESS(WS-SITE-HIT) TO RN-NEW-SITE-ADDRESS
            WRITE RESCHEDULE-NOTICE-RECORD.

       SAVE-APPOINTMENTS.
            OPEN OUTPUT APPOINTMENT-FILE
            PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                    UNTIL WS-APPT-SUB > WS-APPT-COUNT
                MOVE WS-APPT-ENTRY(WS-APPT-SUB)
                    TO APPOINTMENT-RECORD
                WRITE APPOINTMENT-RECORD
            END-PERFORM
            CLOSE APPOINTMENT-FILE.

           COPY SITELOAD.
           COPY SCLSLOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM SITECLOS.
