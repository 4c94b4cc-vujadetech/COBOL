      *          numbers, every result-history posting, and the open
      *          receivable items with balances - instead of four
      *          files being grepped by hand while the patient holds.
      *          Every patient displayed is entered on the disclosure
      *          log against the signed-on operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY LABHSEL.
           COPY ARITMSEL.
           COPY AUDITSEL.
           COPY DSCLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LABHFD.
           COPY ARITMFD.
           COPY AUDITFD.
           COPY DSCLFD.

       WORKING-STORAGE SECTION.
       01  WS-INQ-CHOICE       PIC X VALUE SPACE.
           COPY LABHWS.
           COPY ARITMWS.
           COPY AUDITWS.
           COPY DSCLWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "PATIENT-INQUIRY" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            PERFORM OPEN-DISCLOSURE-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE "COMPLETED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            PERFORM CLOSE-DISCLOSURE-LOG
            GOBACK.

       ACCEPT-INQ-CHOICE.
                MOVE PM-PATIENT-NUMBER TO WS-AUDIT-KEY-VALUE
                MOVE "INQUIRY DISPLAYED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM LOG-INQUIRY-DISCLOSURE
            ELSE
                DISPLAY "*** no patient found for that key ***"
            END-IF.
                SET XREF-RECORD-FOUND TO TRUE
            END-IF.

      * the record is shown to whoever is signed on at the console
       LOG-INQUIRY-DISCLOSURE.
            MOVE WS-INQ-PATIENT-NO TO WS-DSCL-PATIENT-NUMBER
            MOVE SPACES TO WS-DSCL-RECIPIENT
            STRING "OPERATOR " WS-AUDIT-OPERATOR
                DELIMITED BY SIZE INTO WS-DSCL-RECIPIENT
            MOVE "PATIENT HISTORY INQUIRY" TO WS-DSCL-PURPOSE
            PERFORM WRITE-DISCLOSURE-RECORD.

       SHOW-PATIENT-PICTURE.
            DISPLAY " "
            DISPLAY "===== PATIENT INQUIRY ====="
                " PAYER " AR-PAYER-CODE.

           COPY AUDITPROC.
           COPY DSCLPROC.

       END PROGRAM PATINQ.
