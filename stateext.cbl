      *          the patient cross-reference and patient master, and
      *          writes the state's fixed-format submission file with
      *          header and trailer record counts, replacing the
      *          clerk's re-keying from RESULTS.RPT. Each dose carries
      *          the vaccinator who gave it and their license number
      *          from the vaccinator master. Before extracting,
      *          the state's acknowledgment file for the previous
      *          submission is reconciled against the pending-
      *          submission file: registry rejects and doses the state
      *          never acknowledged are reported for follow-up. The
      *          cycle date defaults to the run date and can be
      *          overridden by the optional STATPARM file.
      *          Every dose sent is entered on the disclosure log
      *          against the patient as a release to the state
      *          registry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY COVMSTSEL.
           COPY PATXRSEL.
           COPY PATMSSEL.
           COPY VACMSEL.
           SELECT OPTIONAL STATE-PARM-FILE ASSIGN TO "STATPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "STATEREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY DSCLSEL.
           COPY CTOTSEL.

       DATA DIVISION.
           COPY COVMSTFD.
           COPY PATXRFD.
           COPY PATMSFD.
           COPY VACMFD.

       FD  STATE-PARM-FILE.
       01  STATE-PARM-RECORD.
           05 PS-DOSE-DATE     PIC 9(8).

       FD  STATE-SUBMIT-FILE.
       01  STATE-SUBMIT-RECORD     PIC X(87).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE       PIC X(80).

           COPY AUDITFD.
           COPY DSCLFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-DOSE-SUB         PIC 9 VALUE ZERO.
       01  WS-SUBMIT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-NO-XREF-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-NO-VACM-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-ACK-ACCEPTED     PIC 9(6) VALUE ZERO.
       01  WS-ACK-REJECTED     PIC 9(6) VALUE ZERO.
       01  WS-UNACKED-COUNT    PIC 9(6) VALUE ZERO.
           05 FILLER           PIC X     VALUE "H".
           05 SH-SUBMIT-DATE   PIC 9(8).
           05 SH-FACILITY-ID   PIC X(10) VALUE "COVIDSYS01".
           05 FILLER           PIC X(68) VALUE SPACES.

       01  WS-SUBMIT-DETAIL.
           05 FILLER           PIC X     VALUE "D".
           05 SB-PAT-NAME      PIC A(10).
           05 SB-PAT-DOB       PIC 9(8).
           05 SB-PAT-ADDRESS   PIC X(30).
           05 SB-VACCINATOR-ID PIC X(4).
           05 SB-LICENSE-NUMBER PIC X(12).

       01  WS-SUBMIT-TRAILER.
           05 FILLER           PIC X     VALUE "T".
           05 ST-RECORD-COUNT  PIC 9(6).
           05 FILLER           PIC X(80) VALUE SPACES.

       01  WS-RECON-HEADING    PIC X(60) VALUE
           "*** STATE REGISTRY ACKNOWLEDGMENT RECONCILIATION ***".
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RC-REASON        PIC X(20).

           COPY VACMWS.
           COPY AUDITWS.
           COPY DSCLWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "STATE-REGISTRY-EXT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            PERFORM OPEN-DISCLOSURE-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
            PERFORM LOAD-STATE-PARM
            PERFORM LOAD-VACCINATOR-TABLE
            PERFORM RECONCILE-ACKNOWLEDGMENTS
            OPEN INPUT COVID-MASTER
            OPEN INPUT PATIENT-XREF-FILE
            DISPLAY WS-SUBMIT-COUNT " dose(s) submitted, "
                WS-ACK-REJECTED " registry reject(s), "
                WS-UNACKED-COUNT " unacknowledged, "
                WS-NO-XREF-COUNT " without demographics, "
                WS-NO-VACM-COUNT " without vaccinator license."
            MOVE WS-SUBMIT-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-ACK-REJECTED " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            PERFORM CLOSE-DISCLOSURE-LOG
            MOVE "STATE-REGISTRY-EXT" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-SUBMIT-COUNT TO WS-CTOT-RECORD-COUNT
            COMPUTE WS-CTOT-REJECT-COUNT =
                WS-ACK-REJECTED + WS-NO-XREF-COUNT + WS-NO-VACM-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            MOVE MASTER-DOSE-DATE(WS-DOSE-SUB) TO SB-DOSE-DATE
            MOVE MASTER-DOSE-LOT(WS-DOSE-SUB) TO SB-DOSE-LOT
            MOVE MASTER-TYPE-CODE TO SB-TYPE-CODE
            MOVE MASTER-DOSE-VACCINATOR(WS-DOSE-SUB)
                TO SB-VACCINATOR-ID
            MOVE MASTER-DOSE-VACCINATOR(WS-DOSE-SUB)
                TO WS-VACM-LOOKUP-ID
            PERFORM FIND-VACCINATOR-BY-ID
            IF WS-VACM-HIT > ZERO
                MOVE WV-LICENSE-NUMBER(WS-VACM-HIT)
                    TO SB-LICENSE-NUMBER
            ELSE
                MOVE SPACES TO SB-LICENSE-NUMBER
                ADD 1 TO WS-NO-VACM-COUNT
                DISPLAY "*** vaccinator "
                    MASTER-DOSE-VACCINATOR(WS-DOSE-SUB)
                    " not on file for CovidID " MASTER-ID-NUMBER
                    ", submitted without license ***"
            END-IF
            PERFORM JOIN-SUBMIT-DEMOGRAPHICS
            ADD 1 TO WS-SUBMIT-COUNT
            WRITE STATE-SUBMIT-RECORD FROM WS-SUBMIT-DETAIL
                    MOVE XR-PAT-NAME TO SB-PAT-NAME
                    MOVE XR-PAT-DOB TO SB-PAT-DOB
                    PERFORM READ-SUBMIT-ADDRESS
                    PERFORM LOG-REGISTRY-DISCLOSURE
            END-READ.

       READ-SUBMIT-ADDRESS.
                    MOVE PM-PAT-ADDRESS TO SB-PAT-ADDRESS
            END-READ.

      * every dose sent carries the patient's name, birth date and
      * address to the registry, so each is an accountable disclosure
       LOG-REGISTRY-DISCLOSURE.
            MOVE XR-PATIENT-NUMBER TO WS-DSCL-PATIENT-NUMBER
            MOVE "STATE REGISTRY" TO WS-DSCL-RECIPIENT
            MOVE "IMMUNIZATION REGISTRY REPORT"
                TO WS-DSCL-PURPOSE
            PERFORM WRITE-DISCLOSURE-RECORD.

           COPY VACMLOAD.
           COPY AUDITPROC.
           COPY DSCLPROC.
           COPY CTOTPROC.

       END PROGRAM STATEEXT.
