       OPEN-DISCLOSURE-LOG.
            OPEN EXTEND DISCLOSURE-LOG-FILE
            IF NOT DSCL-FILE-OK
                OPEN OUTPUT DISCLOSURE-LOG-FILE
            END-IF.

      * one line per patient per release of health information, so
      * the patient can be given an accounting of who was sent what
      * and why; a release that cannot be tied to a patient number
      * has no one to account to and is not logged
       WRITE-DISCLOSURE-RECORD.
            IF WS-DSCL-PATIENT-NUMBER NOT = ZERO
                MOVE SPACES TO DISCLOSURE-LOG-RECORD
                MOVE WS-DSCL-PATIENT-NUMBER TO DC-PATIENT-NUMBER
                MOVE FUNCTION CURRENT-DATE(1:8) TO DC-DATE
                MOVE FUNCTION CURRENT-DATE(9:6) TO DC-TIME
                MOVE WS-AUDIT-PROGRAM-NAME TO DC-PROGRAM-NAME
                MOVE WS-DSCL-RECIPIENT TO DC-RECIPIENT
                MOVE WS-DSCL-PURPOSE TO DC-PURPOSE
                WRITE DISCLOSURE-LOG-RECORD
                ADD 1 TO WS-DSCL-COUNT
            END-IF.

       CLOSE-DISCLOSURE-LOG.
            CLOSE DISCLOSURE-LOG-FILE.
