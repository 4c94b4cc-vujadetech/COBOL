       FILE SECTION.
       FD  PATIENT-REJECT-FILE.
       01  PATIENT-REJECT-RECORD.
           05 PX-ORIGINAL      PIC X(123).
           05 FILLER           PIC X.
           05 PX-REASON        PIC X(30).
           05 FILLER           PIC X.
           05 PX-CONSENT       PIC X.

       FD  RESUB-PATIENT-FILE.
       01  RESUB-PATIENT-RECORD    PIC X(123).

       FD  COVID-REJECT-FILE.
       01  COVID-REJECT-RECORD.
           05 CX-ORIGINAL      PIC X(43).
           05 FILLER           PIC X.
           05 CX-REASON        PIC X(30).

       FD  RESUB-INTAKE-FILE.
       01  RESUB-INTAKE-RECORD     PIC X(43).

       FD  CODES-REJECT-FILE.
       01  CODES-REJECT-RECORD.
       01  WS-NEW-SITE         PIC X(3) VALUE SPACES.
       01  WS-NEW-ID           PIC X(6) VALUE SPACES.
       01  WS-NEW-CHAR         PIC X VALUE SPACE.
       01  WS-NEW-TYPE         PIC X VALUE SPACE.
       01  WS-NEW-DOSE-NUMBER  PIC X VALUE SPACE.
       01  WS-NEW-DOSE-DATE    PIC X(8) VALUE SPACES.
       01  WS-NEW-LOT          PIC X(5) VALUE SPACES.
       01  WS-NEW-VACCINATOR   PIC X(4) VALUE SPACES.
       01  WS-WORK-PATIENT     PIC X(123) VALUE SPACES.
       01  WS-WORK-INTAKE      PIC X(43) VALUE SPACES.

           COPY CHKDGTWS.
           COPY AUDITWS.
                        MOVE WS-NEW-ID TO WS-WORK-INTAKE(1:6)
                    END-IF
                    PERFORM RECOMPUTE-INTAKE-CHECK
                    PERFORM CORRECT-INTAKE-DOSE
                    MOVE WS-WORK-INTAKE TO RESUB-INTAKE-RECORD
                    WRITE RESUB-INTAKE-RECORD
                    ADD 1 TO WS-CORRECTED-COUNT
                    "digit left as keyed ***"
            END-IF.

      * the clinical dose rejects (sequence, interval, product mix,
      * expired lot, vaccinator) are fixed by correcting the dose
      * fields mis-keyed at the site: type, dose number, dose date,
      * lot and the vaccinator who gave the dose
       CORRECT-INTAKE-DOSE.
            DISPLAY "new type code (blank keeps): "
                WITH NO ADVANCING
            MOVE SPACE TO WS-NEW-TYPE
            ACCEPT WS-NEW-TYPE
            IF WS-NEW-TYPE NOT = SPACE
                MOVE WS-NEW-TYPE TO WS-WORK-INTAKE(8:1)
            END-IF
            DISPLAY "new dose number (blank keeps): "
                WITH NO ADVANCING
            MOVE SPACE TO WS-NEW-DOSE-NUMBER
            ACCEPT WS-NEW-DOSE-NUMBER
            IF WS-NEW-DOSE-NUMBER NOT = SPACE
                MOVE WS-NEW-DOSE-NUMBER TO WS-WORK-INTAKE(9:1)
            END-IF
            DISPLAY "new dose date, YYYYMMDD (blank keeps): "
                WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-DOSE-DATE
            ACCEPT WS-NEW-DOSE-DATE
            IF WS-NEW-DOSE-DATE NOT = SPACES
                MOVE WS-NEW-DOSE-DATE TO WS-WORK-INTAKE(10:8)
            END-IF
            DISPLAY "new lot number, 5 digits (blank keeps): "
                WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-LOT
            ACCEPT WS-NEW-LOT
            IF WS-NEW-LOT NOT = SPACES
                MOVE WS-NEW-LOT TO WS-WORK-INTAKE(35:5)
            END-IF
            DISPLAY "new vaccinator ID, 4 characters (blank keeps): "
                WITH NO ADVANCING
            MOVE SPACES TO WS-NEW-VACCINATOR
            ACCEPT WS-NEW-VACCINATOR
            IF WS-NEW-VACCINATOR NOT = SPACES
                MOVE WS-NEW-VACCINATOR TO WS-WORK-INTAKE(40:4)
            END-IF.

       FIX-CODE-REJECTS.
            MOVE ZERO TO WS-CORRECTED-COUNT
            MOVE "N" TO WS-REJ-EOF-SWITCH
