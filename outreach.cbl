      *          The cycle date defaults to the run date and can be
      *          overridden by the optional OUTRPARM file for
      *          morning-after runs.
      *          Every case listed is entered on the disclosure log
      *          as a release to the outreach desk.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CALL-LIST-FILE ASSIGN TO "CALLLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY DSCLSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       01  CALL-LIST-RECORD        PIC X(80).

           COPY AUDITFD.
           COPY DSCLFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-MINOR-AGE        PIC 999 VALUE 18.

           COPY AUDITWS.
           COPY DSCLWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "POSITIVE-OUTREACH" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            PERFORM OPEN-DISCLOSURE-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            PERFORM CLOSE-DISCLOSURE-LOG
            MOVE "POSITIVE-OUTREACH" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-CASE-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-NO-CONTACT-COUNT TO WS-CTOT-REJECT-COUNT
                    IF PM-PAT-AGE < WS-MINOR-AGE
                        MOVE PM-CONSENT-FLAG TO CL-CONSENT
                    END-IF
            END-READ
            PERFORM LOG-OUTREACH-DISCLOSURE.

      * the call list hands the case's name and result, and whatever
      * contact details were found, to the outreach desk
       LOG-OUTREACH-DISCLOSURE.
            MOVE XR-PATIENT-NUMBER TO WS-DSCL-PATIENT-NUMBER
            MOVE "OUTREACH DESK" TO WS-DSCL-RECIPIENT
            MOVE "POSITIVE CASE FOLLOW-UP CALL" TO WS-DSCL-PURPOSE
            PERFORM WRITE-DISCLOSURE-RECORD.

           COPY AUDITPROC.
           COPY DSCLPROC.
           COPY CTOTPROC.

       END PROGRAM OUTREACH.
