      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outbound feed to the partner hospital's electronic
      *          health record, replacing the hospital's re-keying
      *          from our printouts. Each cycle the hospital's
      *          acknowledgment file for earlier messages is posted
      *          first: each message on the EHR message log is marked
      *          accepted or rejected, and rejects go on the report
      *          with the hospital's reason for follow-up. Messages
      *          still unacknowledged a day after they went out are
      *          sent again, up to a limit, after which they are held
      *          and reported. New messages are then cut for patient
      *          adds and changes on the patient journal, results
      *          posted to the lab result history (a second result
      *          for the same test goes as a correction), and doses
      *          on the COVID-MASTER dose histories, all within the
      *          look-back window. Each message is a header segment
      *          and one detail segment, bracketed by batch header and
      *          trailer records. The message log keys every message
      *          by its type, subject and event so nothing is sent
      *          twice. The cycle date, look-back and resend days
      *          can be overridden by the optional EHRPARM file.
      *          Every new message is entered on the disclosure log
      *          against the patient as a release to the hospital.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EHRFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EHRMSEL.
           COPY PJRNSEL.
           COPY LABHSEL.
           COPY COVMSTSEL.
           COPY PATXRSEL.
           SELECT OPTIONAL EHR-PARM-FILE ASSIGN TO "EHRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL EHR-ACK-FILE ASSIGN TO "EHRACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT EHR-OUTBOUND-FILE ASSIGN TO "EHROUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EHR-REPORT-FILE ASSIGN TO "EHRFEED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY DSCLSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY EHRMFD.
           COPY PJRNFD.
           COPY LABHFD.
           COPY COVMSTFD.
           COPY PATXRFD.

       FD  EHR-PARM-FILE.
       01  EHR-PARM-RECORD.
           05 PARM-CYCLE-DATE    PIC 9(8).
           05 PARM-LOOKBACK-DAYS PIC 9(3).
           05 PARM-RESEND-DAYS   PIC 9(3).

       FD  EHR-ACK-FILE.
       01  EHR-ACK-RECORD.
           05 AK-MESSAGE-ID    PIC X(24).
           05 AK-STATUS        PIC X.
              88 ACK-IS-ACCEPTED VALUE "A".
              88 ACK-IS-REJECTED VALUE "R".
           05 AK-REJECT-REASON PIC X(30).
           05 AK-ACK-DATE      PIC 9(8).

       FD  EHR-OUTBOUND-FILE.
       01  EHR-OUTBOUND-RECORD     PIC X(120).

       FD  EHR-REPORT-FILE.
       01  EHR-REPORT-LINE         PIC X(80).

           COPY AUDITFD.
           COPY DSCLFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-ACK-FILE-STATUS  PIC XX VALUE "00".
           88 ACK-FILE-OK      VALUE "00".
       01  WS-ACK-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-ACK-FILE  VALUE "Y".
       01  WS-JRNL-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-JOURNAL   VALUE "Y".
       01  WS-HIST-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-HISTORY   VALUE "Y".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01  WS-PRIOR-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PRIOR-RESULTS VALUE "Y".
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-XREF-FOUND-FLAG  PIC X VALUE "N".
           88 XREF-ID-FOUND    VALUE "Y".
       01  WS-CORRECTION-FLAG  PIC X VALUE "N".
           88 RESULT-IS-CORRECTION VALUE "Y".
       01  WS-RESULT-SENT-FLAG PIC X VALUE "N".
           88 RESULT-ALREADY-SENT VALUE "Y".
       01  WS-SAME-DATE-FLAG   PIC X VALUE "N".
           88 SAME-DATE-RESULT-SENT VALUE "Y".
       01  WS-LAST-SENT-FLAG   PIC X VALUE "N".
           88 PRIOR-RESULT-FOUND VALUE "Y".
       01  WS-LAST-RESULT-CODE PIC X(15) VALUE SPACES.
       01  WS-LAST-RESULT-DATE PIC 9(8) VALUE ZERO.

       01  WS-CYCLE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-LOOKBACK-DAYS    PIC 9(3) VALUE 7.
       01  WS-RESEND-DAYS      PIC 9(3) VALUE 1.
       01  WS-SEND-LIMIT       PIC 9(2) VALUE 5.
       01  WS-WINDOW-START     PIC 9(8) VALUE ZERO.
       01  WS-RESEND-CUTOFF    PIC 9(8) VALUE ZERO.
       01  WS-DOSE-SUB         PIC 9 VALUE ZERO.

       01  WS-ADT-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-ORU-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-VXU-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-NEW-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-RESEND-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-NO-XREF-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-ACK-ACCEPTED     PIC 9(6) VALUE ZERO.
       01  WS-ACK-REJECTED     PIC 9(6) VALUE ZERO.
       01  WS-ACK-UNMATCHED    PIC 9(6) VALUE ZERO.
       01  WS-SEGMENT-COUNT    PIC 9(6) VALUE ZERO.

      * the message being cut: its log key, event, patient and the
      * detail segment that is kept on the log for any resend
       01  WS-MESSAGE-ID.
           05 WS-MSG-TYPE      PIC X(3).
           05 WS-MSG-SUBJECT   PIC 9(7).
           05 WS-MSG-COVID-ID REDEFINES WS-MSG-SUBJECT.
              10 WS-MSG-ID-NUMBER   PIC 9(6).
              10 WS-MSG-CHECK-DIGIT PIC 9.
           05 WS-MSG-STAMP.
              10 WS-STAMP-DATE PIC 9(8).
              10 WS-STAMP-TIME PIC 9(6).
       01  WS-MSG-EVENT        PIC X(3) VALUE SPACES.
       01  WS-MSG-PATIENT      PIC 9(6) VALUE ZERO.
       01  WS-DETAIL-SEGMENT   PIC X(120) VALUE SPACES.

      * the patient master image as the journal carries it
       01  WS-JOURNAL-PATIENT.
           05 JP-PATIENT-NUMBER  PIC 9(6).
           05 JP-PAT-NAME        PIC A(10).
           05 JP-PAT-DOB         PIC 9(8).
           05 JP-PAT-AGE         PIC 999.
           05 JP-PAT-PHONE       PIC X(12).
           05 JP-PAT-ADDRESS     PIC X(30).
           05 JP-REGISTERED-DATE PIC 9(8).
           05 JP-GUARDIAN-NAME   PIC X(20).
           05 JP-GUARDIAN-PHONE  PIC X(12).
           05 JP-CONSENT-FLAG    PIC X.

       01  WS-BATCH-HEADER.
           05 FILLER           PIC X(3)  VALUE "BHS".
           05 BH-SENDER-ID     PIC X(10) VALUE "COVIDSYS01".
           05 BH-RECEIVER-ID   PIC X(10) VALUE "HOSPEHR01".
           05 BH-BATCH-DATE    PIC 9(8).
           05 BH-BATCH-TIME    PIC 9(6).
           05 FILLER           PIC X(83) VALUE SPACES.

       01  WS-MESSAGE-HEADER.
           05 FILLER           PIC X(3)  VALUE "MSH".
           05 MH-MESSAGE-ID    PIC X(24).
           05 MH-EVENT-CODE    PIC X(3).
           05 MH-SEND-TYPE     PIC X.
           05 MH-SEND-COUNT    PIC 9(2).
           05 MH-FIRST-SENT-DATE PIC 9(8).
           05 MH-SENT-DATE     PIC 9(8).
           05 MH-PATIENT-NUMBER PIC 9(6).
           05 FILLER           PIC X(65) VALUE SPACES.

       01  WS-PATIENT-SEGMENT.
           05 FILLER           PIC X(3)  VALUE "PID".
           05 PI-PATIENT-NUMBER PIC 9(6).
           05 PI-PAT-NAME      PIC A(10).
           05 PI-PAT-DOB       PIC 9(8).
           05 PI-PAT-AGE       PIC 999.
           05 PI-PAT-PHONE     PIC X(12).
           05 PI-PAT-ADDRESS   PIC X(30).
           05 PI-REGISTERED-DATE PIC 9(8).
           05 PI-GUARDIAN-NAME PIC X(20).
           05 PI-GUARDIAN-PHONE PIC X(12).
           05 PI-CONSENT-FLAG  PIC X.
           05 FILLER           PIC X(7)  VALUE SPACES.

       01  WS-RESULT-SEGMENT.
           05 FILLER           PIC X(3)  VALUE "OBX".
           05 OB-ID-NUMBER     PIC 9(6).
           05 OB-CHECK-DIGIT   PIC 9.
           05 OB-PATIENT-NUMBER PIC 9(6).
           05 OB-PAT-NAME      PIC A(10).
           05 OB-PAT-DOB       PIC 9(8).
           05 OB-TEST-NAME     PIC X(35).
           05 OB-RESULT-CODE   PIC X(15).
           05 OB-RESULT-DATE   PIC 9(8).
           05 OB-RESULT-TIME   PIC 9(6).
           05 OB-RESULT-STATUS PIC X.
           05 OB-SITE-ID       PIC X(3).
           05 FILLER           PIC X(18) VALUE SPACES.

      * an earlier result message read back off the log
       01  WS-PRIOR-RESULT-SEGMENT.
           05 FILLER           PIC X(69).
           05 PR-RESULT-CODE   PIC X(15).
           05 PR-RESULT-DATE   PIC 9(8).
           05 PR-RESULT-TIME   PIC 9(6).
           05 FILLER           PIC X(22).

       01  WS-DOSE-SEGMENT.
           05 FILLER           PIC X(3)  VALUE "RXA".
           05 RX-ID-NUMBER     PIC 9(6).
           05 RX-CHECK-DIGIT   PIC 9.
           05 RX-PATIENT-NUMBER PIC 9(6).
           05 RX-PAT-NAME      PIC A(10).
           05 RX-PAT-DOB       PIC 9(8).
           05 RX-VACCINE-NAME  PIC X(35).
           05 RX-TYPE-CODE     PIC X.
           05 RX-DOSE-NUMBER   PIC 9.
           05 RX-DOSE-DATE     PIC 9(8).
           05 RX-DOSE-LOT      PIC 9(5).
           05 RX-VACCINATOR-ID PIC X(4).
           05 RX-SITE-ID       PIC X(3).
           05 FILLER           PIC X(29) VALUE SPACES.

       01  WS-BATCH-TRAILER.
           05 FILLER           PIC X(3)  VALUE "BTS".
           05 BT-MESSAGE-COUNT PIC 9(6).
           05 BT-NEW-COUNT     PIC 9(6).
           05 BT-RESEND-COUNT  PIC 9(6).
           05 BT-SEGMENT-COUNT PIC 9(6).
           05 FILLER           PIC X(93) VALUE SPACES.

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** HOSPITAL EHR FEED AND ACKNOWLEDGMENT REPORT ***".

       01  WS-REPORT-COLUMNS   PIC X(60) VALUE
           "MESSAGE ID               SENT      STATUS      REASON".

       01  WS-REPORT-DETAIL.
           05 RD-MESSAGE-ID    PIC X(24).
           05 FILLER           PIC X     VALUE SPACE.
           05 RD-SENT-DATE     PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-DISPOSITION   PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-REASON        PIC X(30).

       01  WS-REPORT-TOTAL.
           05 RT-LABEL         PIC X(30).
           05 RT-COUNT         PIC ZZZ,ZZ9.

           COPY EHRMWS.
           COPY PJRNWS.
           COPY LABHWS.
           COPY AUDITWS.
           COPY DSCLWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "EHR-FEED" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            PERFORM OPEN-DISCLOSURE-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
            PERFORM LOAD-EHR-PARM
            COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                - WS-LOOKBACK-DAYS)
            COMPUTE WS-RESEND-CUTOFF = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                - WS-RESEND-DAYS)
            OPEN I-O EHR-MESSAGE-LOG
            IF NOT EHRM-FILE-OK
                DISPLAY "*** EHR message log will not open, status "
                    WS-EHRM-FILE-STATUS " - nothing sent ***"
                MOVE "FAILED, MESSAGE LOG NOT OPEN"
                    TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                PERFORM CLOSE-DISCLOSURE-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT EHR-REPORT-FILE
            WRITE EHR-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE EHR-REPORT-LINE FROM WS-REPORT-COLUMNS
            PERFORM POST-ACKNOWLEDGMENTS
            OPEN INPUT COVID-MASTER
            OPEN INPUT PATIENT-XREF-FILE
            OPEN OUTPUT EHR-OUTBOUND-FILE
            MOVE WS-CYCLE-DATE TO BH-BATCH-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO BH-BATCH-TIME
            WRITE EHR-OUTBOUND-RECORD FROM WS-BATCH-HEADER
            PERFORM RESEND-UNACKNOWLEDGED
            PERFORM EXTRACT-PATIENT-CHANGES
            PERFORM EXTRACT-RESULTS
            PERFORM EXTRACT-DOSES
            COMPUTE BT-MESSAGE-COUNT = WS-NEW-COUNT + WS-RESEND-COUNT
            MOVE WS-NEW-COUNT TO BT-NEW-COUNT
            MOVE WS-RESEND-COUNT TO BT-RESEND-COUNT
            MOVE WS-SEGMENT-COUNT TO BT-SEGMENT-COUNT
            WRITE EHR-OUTBOUND-RECORD FROM WS-BATCH-TRAILER
            CLOSE EHR-OUTBOUND-FILE
            CLOSE COVID-MASTER
            CLOSE PATIENT-XREF-FILE
            CLOSE EHR-MESSAGE-LOG
            PERFORM WRITE-REPORT-TOTALS
            CLOSE EHR-REPORT-FILE
            DISPLAY WS-NEW-COUNT " new message(s) sent ("
                WS-ADT-COUNT " patient, " WS-ORU-COUNT " result, "
                WS-VXU-COUNT " dose), " WS-RESEND-COUNT
                " resent, " WS-HELD-COUNT " held."
            DISPLAY WS-ACK-ACCEPTED " acknowledged, "
                WS-ACK-REJECTED " rejected, "
                WS-ACK-UNMATCHED " unmatched acknowledgment(s), "
                WS-NO-XREF-COUNT " without a patient."
            MOVE WS-NEW-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-ACK-REJECTED " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            PERFORM CLOSE-DISCLOSURE-LOG
            MOVE "EHR-FEED" TO WS-CTOT-PROGRAM-NAME
            COMPUTE WS-CTOT-RECORD-COUNT =
                WS-NEW-COUNT + WS-RESEND-COUNT
            COMPUTE WS-CTOT-REJECT-COUNT =
                WS-ACK-REJECTED + WS-HELD-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            PERFORM SET-RETURN-CODE
            STOP RUN.

       SET-RETURN-CODE.
            EVALUATE TRUE
                WHEN IO-ERROR-OCCURRED
                    MOVE 8 TO RETURN-CODE
                WHEN WS-ACK-UNMATCHED > ZERO
                 AND WS-ACK-UNMATCHED * 10 >=
                     WS-ACK-ACCEPTED + WS-ACK-REJECTED
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       LOAD-EHR-PARM.
            OPEN INPUT EHR-PARM-FILE
            IF PARM-FILE-OK
                READ EHR-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-CYCLE-DATE IS NUMERIC
                           AND PARM-CYCLE-DATE > ZERO
                            MOVE PARM-CYCLE-DATE TO WS-CYCLE-DATE
                        END-IF
                        IF PARM-LOOKBACK-DAYS IS NUMERIC
                           AND PARM-LOOKBACK-DAYS > ZERO
                            MOVE PARM-LOOKBACK-DAYS
                                TO WS-LOOKBACK-DAYS
                        END-IF
                        IF PARM-RESEND-DAYS IS NUMERIC
                           AND PARM-RESEND-DAYS > ZERO
                            MOVE PARM-RESEND-DAYS TO WS-RESEND-DAYS
                        END-IF
                END-READ
            END-IF
            CLOSE EHR-PARM-FILE.

      * the hospital answers each message by the message ID we gave
      * it; a reject stays on the log with the hospital's reason and
      * is reported so the desk can correct the source record, which
      * cuts a fresh message on the next cycle
       POST-ACKNOWLEDGMENTS.
            OPEN INPUT EHR-ACK-FILE
            IF ACK-FILE-OK
                PERFORM UNTIL END-OF-ACK-FILE
                    READ EHR-ACK-FILE
                        AT END SET END-OF-ACK-FILE TO TRUE
                        NOT AT END PERFORM POST-ONE-ACKNOWLEDGMENT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE EHR-ACK-FILE.

       POST-ONE-ACKNOWLEDGMENT.
            MOVE AK-MESSAGE-ID TO EM-MESSAGE-ID
            MOVE AK-MESSAGE-ID TO RD-MESSAGE-ID
            MOVE ZERO TO RD-SENT-DATE
            MOVE SPACES TO RD-REASON
            READ EHR-MESSAGE-LOG
                INVALID KEY
                    ADD 1 TO WS-ACK-UNMATCHED
                    MOVE "UNMATCHED" TO RD-DISPOSITION
                    MOVE "NO SUCH MESSAGE SENT" TO RD-REASON
                    WRITE EHR-REPORT-LINE FROM WS-REPORT-DETAIL
                    DISPLAY "*** acknowledgment for message "
                        AK-MESSAGE-ID " matches nothing sent ***"
                NOT INVALID KEY
                    PERFORM APPLY-ONE-ACKNOWLEDGMENT
            END-READ.

       APPLY-ONE-ACKNOWLEDGMENT.
            MOVE EM-LAST-SENT-DATE TO RD-SENT-DATE
            MOVE AK-ACK-DATE TO EM-ACK-DATE
            IF ACK-IS-REJECTED
                SET EM-ACK-REJECTED TO TRUE
                MOVE AK-REJECT-REASON TO EM-REJECT-REASON
                ADD 1 TO WS-ACK-REJECTED
                MOVE "REJECTED" TO RD-DISPOSITION
                MOVE AK-REJECT-REASON TO RD-REASON
                WRITE EHR-REPORT-LINE FROM WS-REPORT-DETAIL
            ELSE
                SET EM-ACK-ACCEPTED TO TRUE
                MOVE SPACES TO EM-REJECT-REASON
                ADD 1 TO WS-ACK-ACCEPTED
            END-IF
            REWRITE EHR-MESSAGE-LOG-RECORD
                INVALID KEY
                    DISPLAY "*** message log update failed for "
                        EM-MESSAGE-ID " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
            END-REWRITE.

      * a message the hospital has not answered within the resend
      * days goes again under its original ID, flagged as a resend;
      * once it has gone the limit it is held for the desk to chase
      * rather than sent every cycle
       RESEND-UNACKNOWLEDGED.
            MOVE "N" TO WS-EHRM-EOF-SWITCH
            MOVE LOW-VALUES TO EM-MESSAGE-ID
            START EHR-MESSAGE-LOG KEY NOT LESS THAN EM-MESSAGE-ID
                INVALID KEY SET END-OF-EHR-MESSAGES TO TRUE
            END-START
            PERFORM UNTIL END-OF-EHR-MESSAGES
                READ EHR-MESSAGE-LOG NEXT RECORD
                    AT END SET END-OF-EHR-MESSAGES TO TRUE
                    NOT AT END
                        IF EM-ACK-PENDING
                           AND EM-LAST-SENT-DATE <= WS-RESEND-CUTOFF
                            PERFORM RESEND-ONE-MESSAGE
                        END-IF
                END-READ
            END-PERFORM.

       RESEND-ONE-MESSAGE.
            IF EM-SEND-COUNT >= WS-SEND-LIMIT
                ADD 1 TO WS-HELD-COUNT
                MOVE EM-MESSAGE-ID TO RD-MESSAGE-ID
                MOVE EM-LAST-SENT-DATE TO RD-SENT-DATE
                MOVE "HELD" TO RD-DISPOSITION
                MOVE "SEND LIMIT REACHED, NO ACK" TO RD-REASON
                WRITE EHR-REPORT-LINE FROM WS-REPORT-DETAIL
            ELSE
                ADD 1 TO EM-SEND-COUNT
                MOVE WS-CYCLE-DATE TO EM-LAST-SENT-DATE
                REWRITE EHR-MESSAGE-LOG-RECORD
                    INVALID KEY
                        DISPLAY "*** message log update failed for "
                            EM-MESSAGE-ID " ***"
                        SET IO-ERROR-OCCURRED TO TRUE
                    NOT INVALID KEY
                        ADD 1 TO WS-RESEND-COUNT
                        MOVE "R" TO MH-SEND-TYPE
                        PERFORM WRITE-MESSAGE-SEGMENTS
                END-REWRITE
            END-IF.

      * adds come from intake and changes from patient maintenance;
      * merge entries carry cross-reference and receivable images,
      * not a patient record, and are not sent
       EXTRACT-PATIENT-CHANGES.
            OPEN INPUT PATIENT-JOURNAL-FILE
            IF PJRN-FILE-OK
                PERFORM UNTIL END-OF-JOURNAL
                    READ PATIENT-JOURNAL-FILE
                        AT END SET END-OF-JOURNAL TO TRUE
                        NOT AT END PERFORM SELECT-PATIENT-CHANGE
                    END-READ
                END-PERFORM
                CLOSE PATIENT-JOURNAL-FILE
            ELSE
                DISPLAY "*** no patient journal, no patient "
                    "messages cut ***"
            END-IF.

       SELECT-PATIENT-CHANGE.
            IF PJ-DATE >= WS-WINDOW-START
               AND PJ-DATE <= WS-CYCLE-DATE
               AND (PJ-PROGRAM = "PATIENT-INTAKE"
                    OR PJ-PROGRAM = "PATIENT-MAINT")
               AND (PJ-ACTION = "WRITE" OR PJ-ACTION = "REWRITE")
                MOVE PJ-AFTER-IMAGE TO WS-JOURNAL-PATIENT
                MOVE "ADT" TO WS-MSG-TYPE
                MOVE JP-PATIENT-NUMBER TO WS-MSG-SUBJECT
                MOVE PJ-DATE TO WS-STAMP-DATE
                MOVE PJ-TIME TO WS-STAMP-TIME
                IF PJ-ACTION = "WRITE"
                    MOVE "A04" TO WS-MSG-EVENT
                ELSE
                    MOVE "A08" TO WS-MSG-EVENT
                END-IF
                MOVE JP-PATIENT-NUMBER TO WS-MSG-PATIENT
                PERFORM BUILD-PATIENT-SEGMENT
                MOVE "EHR DEMOGRAPHIC FEED" TO WS-DSCL-PURPOSE
                PERFORM SEND-NEW-MESSAGE
            END-IF.

       BUILD-PATIENT-SEGMENT.
            MOVE JP-PATIENT-NUMBER TO PI-PATIENT-NUMBER
            MOVE JP-PAT-NAME TO PI-PAT-NAME
            MOVE JP-PAT-DOB TO PI-PAT-DOB
            MOVE JP-PAT-AGE TO PI-PAT-AGE
            MOVE JP-PAT-PHONE TO PI-PAT-PHONE
            MOVE JP-PAT-ADDRESS TO PI-PAT-ADDRESS
            MOVE JP-REGISTERED-DATE TO PI-REGISTERED-DATE
            MOVE JP-GUARDIAN-NAME TO PI-GUARDIAN-NAME
            MOVE JP-GUARDIAN-PHONE TO PI-GUARDIAN-PHONE
            MOVE JP-CONSENT-FLAG TO PI-CONSENT-FLAG
            MOVE WS-PATIENT-SEGMENT TO WS-DETAIL-SEGMENT.

       EXTRACT-RESULTS.
            OPEN INPUT RESULT-HISTORY-FILE
            IF HIST-FILE-OK
                PERFORM UNTIL END-OF-HISTORY
                    READ RESULT-HISTORY-FILE
                        AT END SET END-OF-HISTORY TO TRUE
                        NOT AT END PERFORM SELECT-RESULT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE RESULT-HISTORY-FILE.

       SELECT-RESULT.
            IF LH-ACTION = "POSTED"
               AND LH-POSTED-DATE >= WS-WINDOW-START
               AND LH-POSTED-DATE <= WS-CYCLE-DATE
                MOVE "ORU" TO WS-MSG-TYPE
                MOVE LH-ID-NUMBER TO WS-MSG-ID-NUMBER
                MOVE LH-CHECK-DIGIT TO WS-MSG-CHECK-DIGIT
                MOVE LH-POSTED-DATE TO WS-STAMP-DATE
                MOVE LH-POSTED-TIME TO WS-STAMP-TIME
                MOVE "R01" TO WS-MSG-EVENT
                MOVE WS-MESSAGE-ID TO EM-MESSAGE-ID
                READ EHR-MESSAGE-LOG
                    INVALID KEY PERFORM CHECK-NEW-RESULT
                    NOT INVALID KEY CONTINUE
                END-READ
            END-IF.

      * the posting stamp keeps each message's log key unique, but a
      * result posted again (a lab rerun, a reconciliation re-post)
      * carries a new stamp for the same result; the hospital only
      * hears of it again when the result itself has changed
       CHECK-NEW-RESULT.
            PERFORM CHECK-PRIOR-RESULT
            IF NOT RESULT-ALREADY-SENT
                PERFORM BUILD-RESULT-MESSAGE
            END-IF.

       BUILD-RESULT-MESSAGE.
            PERFORM FIND-XREF-FOR-MESSAGE
            IF XREF-ID-FOUND
                MOVE WS-MSG-COVID-ID TO MASTER-COVID-ID
                READ COVID-MASTER
                    INVALID KEY
                        MOVE SPACES TO MASTER-VID-NAME
                        MOVE SPACES TO MASTER-SITE-ID
                END-READ
                MOVE LH-ID-NUMBER TO OB-ID-NUMBER
                MOVE LH-CHECK-DIGIT TO OB-CHECK-DIGIT
                MOVE XR-PATIENT-NUMBER TO OB-PATIENT-NUMBER
                MOVE XR-PAT-NAME TO OB-PAT-NAME
                MOVE XR-PAT-DOB TO OB-PAT-DOB
                MOVE MASTER-VID-NAME TO OB-TEST-NAME
                MOVE LH-RESULT-CODE TO OB-RESULT-CODE
                MOVE LH-RESULT-DATE TO OB-RESULT-DATE
                MOVE LH-RESULT-TIME TO OB-RESULT-TIME
                IF RESULT-IS-CORRECTION
                    MOVE "C" TO OB-RESULT-STATUS
                ELSE
                    MOVE "F" TO OB-RESULT-STATUS
                END-IF
                MOVE MASTER-SITE-ID TO OB-SITE-ID
                MOVE WS-RESULT-SEGMENT TO WS-DETAIL-SEGMENT
                MOVE "EHR RESULT FEED" TO WS-DSCL-PURPOSE
                PERFORM SEND-NEW-MESSAGE
            END-IF.

      * a result already sent for the CovidID with the same result
      * date, time and code is not sent again, nor is one whose code
      * and date match the last result sent for the CovidID. What is
      * left is a correction when a result for the same result date
      * has already gone to the hospital; a later test on a return
      * visit has its own result date and goes as a final result of
      * its own
       CHECK-PRIOR-RESULT.
            MOVE "N" TO WS-CORRECTION-FLAG
            MOVE "N" TO WS-RESULT-SENT-FLAG
            MOVE "N" TO WS-SAME-DATE-FLAG
            MOVE "N" TO WS-LAST-SENT-FLAG
            MOVE "N" TO WS-PRIOR-EOF-SWITCH
            MOVE "ORU" TO EM-MSG-TYPE
            MOVE WS-MSG-SUBJECT TO EM-SUBJECT-ID
            MOVE ZERO TO EM-EVENT-STAMP
            START EHR-MESSAGE-LOG KEY NOT LESS THAN EM-MESSAGE-ID
                INVALID KEY SET END-OF-PRIOR-RESULTS TO TRUE
            END-START
            PERFORM UNTIL END-OF-PRIOR-RESULTS
                       OR RESULT-ALREADY-SENT
                READ EHR-MESSAGE-LOG NEXT RECORD
                    AT END SET END-OF-PRIOR-RESULTS TO TRUE
                    NOT AT END
                        IF NOT EM-RESULT-MESSAGE
                           OR EM-SUBJECT-ID NOT = WS-MSG-SUBJECT
                            SET END-OF-PRIOR-RESULTS TO TRUE
                        ELSE
                            MOVE EM-DETAIL-SEGMENT
                                TO WS-PRIOR-RESULT-SEGMENT
                            PERFORM COMPARE-PRIOR-RESULT
                        END-IF
                END-READ
            END-PERFORM
            IF NOT RESULT-ALREADY-SENT
               AND PRIOR-RESULT-FOUND
               AND WS-LAST-RESULT-CODE = LH-RESULT-CODE
               AND WS-LAST-RESULT-DATE = LH-RESULT-DATE
                SET RESULT-ALREADY-SENT TO TRUE
            END-IF
            IF NOT RESULT-ALREADY-SENT
               AND SAME-DATE-RESULT-SENT
                SET RESULT-IS-CORRECTION TO TRUE
            END-IF.

      * the log runs in posting order within the CovidID, so the
      * last prior read is the last result the hospital was sent
       COMPARE-PRIOR-RESULT.
            IF PR-RESULT-DATE = LH-RESULT-DATE
               AND PR-RESULT-TIME = LH-RESULT-TIME
               AND PR-RESULT-CODE = LH-RESULT-CODE
                SET RESULT-ALREADY-SENT TO TRUE
            END-IF
            IF PR-RESULT-DATE = LH-RESULT-DATE
                SET SAME-DATE-RESULT-SENT TO TRUE
            END-IF
            SET PRIOR-RESULT-FOUND TO TRUE
            MOVE PR-RESULT-CODE TO WS-LAST-RESULT-CODE
            MOVE PR-RESULT-DATE TO WS-LAST-RESULT-DATE.

       EXTRACT-DOSES.
            MOVE ZEROS TO MASTER-COVID-ID
            START COVID-MASTER KEY NOT LESS THAN MASTER-COVID-ID
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-MASTER-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-MASTER-FILE TO TRUE
                    NOT AT END PERFORM SELECT-PATIENT-DOSES
                END-READ
            END-PERFORM.

       SELECT-PATIENT-DOSES.
            PERFORM VARYING WS-DOSE-SUB FROM 1 BY 1
                    UNTIL WS-DOSE-SUB > 5
                IF MASTER-DOSE-NUMBER(WS-DOSE-SUB) > ZERO
                   AND MASTER-DOSE-DATE(WS-DOSE-SUB)
                       >= WS-WINDOW-START
                   AND MASTER-DOSE-DATE(WS-DOSE-SUB)
                       <= WS-CYCLE-DATE
                    PERFORM SELECT-ONE-DOSE
                END-IF
            END-PERFORM.

       SELECT-ONE-DOSE.
            MOVE "VXU" TO WS-MSG-TYPE
            MOVE MASTER-ID-NUMBER TO WS-MSG-ID-NUMBER
            MOVE MASTER-CHECK-DIGIT TO WS-MSG-CHECK-DIGIT
            MOVE MASTER-DOSE-DATE(WS-DOSE-SUB) TO WS-STAMP-DATE
            MOVE MASTER-DOSE-NUMBER(WS-DOSE-SUB) TO WS-STAMP-TIME
            MOVE "V04" TO WS-MSG-EVENT
            MOVE WS-MESSAGE-ID TO EM-MESSAGE-ID
            READ EHR-MESSAGE-LOG
                INVALID KEY PERFORM BUILD-DOSE-MESSAGE
                NOT INVALID KEY CONTINUE
            END-READ.

       BUILD-DOSE-MESSAGE.
            PERFORM FIND-XREF-FOR-MESSAGE
            IF XREF-ID-FOUND
                MOVE MASTER-ID-NUMBER TO RX-ID-NUMBER
                MOVE MASTER-CHECK-DIGIT TO RX-CHECK-DIGIT
                MOVE XR-PATIENT-NUMBER TO RX-PATIENT-NUMBER
                MOVE XR-PAT-NAME TO RX-PAT-NAME
                MOVE XR-PAT-DOB TO RX-PAT-DOB
                MOVE MASTER-VID-NAME TO RX-VACCINE-NAME
                MOVE MASTER-TYPE-CODE TO RX-TYPE-CODE
                MOVE MASTER-DOSE-NUMBER(WS-DOSE-SUB) TO RX-DOSE-NUMBER
                MOVE MASTER-DOSE-DATE(WS-DOSE-SUB) TO RX-DOSE-DATE
                MOVE MASTER-DOSE-LOT(WS-DOSE-SUB) TO RX-DOSE-LOT
                MOVE MASTER-DOSE-VACCINATOR(WS-DOSE-SUB)
                    TO RX-VACCINATOR-ID
                MOVE MASTER-SITE-ID TO RX-SITE-ID
                MOVE WS-DOSE-SEGMENT TO WS-DETAIL-SEGMENT
                MOVE "EHR IMMUNIZATION FEED" TO WS-DSCL-PURPOSE
                PERFORM SEND-NEW-MESSAGE
            END-IF.

      * results and doses are filed by CovidID; the hospital matches
      * on our patient number, so one with no cross-reference is not
      * sent and is picked up on a later cycle once it is linked
       FIND-XREF-FOR-MESSAGE.
            MOVE "N" TO WS-XREF-FOUND-FLAG
            MOVE WS-MSG-COVID-ID TO XR-COVID-ID
            READ PATIENT-XREF-FILE
                INVALID KEY
                    ADD 1 TO WS-NO-XREF-COUNT
                    DISPLAY "*** no patient xref for CovidID "
                        WS-MSG-ID-NUMBER ", " WS-MSG-TYPE
                        " message not sent ***"
                NOT INVALID KEY
                    SET XREF-ID-FOUND TO TRUE
                    MOVE XR-PATIENT-NUMBER TO WS-MSG-PATIENT
            END-READ.

      * the log is written before the message goes out, so a message
      * is never cut twice for the same event; a rerun of the cycle
      * finds the key already there and skips it
       SEND-NEW-MESSAGE.
            MOVE WS-MESSAGE-ID TO EM-MESSAGE-ID
            READ EHR-MESSAGE-LOG
                INVALID KEY PERFORM LOG-NEW-MESSAGE
                NOT INVALID KEY CONTINUE
            END-READ.

       LOG-NEW-MESSAGE.
            MOVE SPACES TO EHR-MESSAGE-LOG-RECORD
            MOVE WS-MESSAGE-ID TO EM-MESSAGE-ID
            MOVE WS-MSG-EVENT TO EM-EVENT-CODE
            MOVE WS-MSG-PATIENT TO EM-PATIENT-NUMBER
            MOVE WS-CYCLE-DATE TO EM-FIRST-SENT-DATE
            MOVE WS-CYCLE-DATE TO EM-LAST-SENT-DATE
            MOVE 1 TO EM-SEND-COUNT
            SET EM-ACK-PENDING TO TRUE
            MOVE ZERO TO EM-ACK-DATE
            MOVE WS-DETAIL-SEGMENT TO EM-DETAIL-SEGMENT
            WRITE EHR-MESSAGE-LOG-RECORD
                INVALID KEY
                    DISPLAY "*** message log write failed for "
                        WS-MESSAGE-ID " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
                NOT INVALID KEY
                    PERFORM COUNT-NEW-MESSAGE
                    MOVE "O" TO MH-SEND-TYPE
                    PERFORM WRITE-MESSAGE-SEGMENTS
                    PERFORM LOG-HOSPITAL-DISCLOSURE
            END-WRITE.

       COUNT-NEW-MESSAGE.
            ADD 1 TO WS-NEW-COUNT
            EVALUATE TRUE
                WHEN EM-PATIENT-MESSAGE
                    ADD 1 TO WS-ADT-COUNT
                WHEN EM-RESULT-MESSAGE
                    ADD 1 TO WS-ORU-COUNT
                WHEN EM-DOSE-MESSAGE
                    ADD 1 TO WS-VXU-COUNT
            END-EVALUATE.

      * header and detail both come off the message log record, so
      * a resend is the same message the hospital was first sent
       WRITE-MESSAGE-SEGMENTS.
            MOVE EM-MESSAGE-ID TO MH-MESSAGE-ID
            MOVE EM-EVENT-CODE TO MH-EVENT-CODE
            MOVE EM-SEND-COUNT TO MH-SEND-COUNT
            MOVE EM-FIRST-SENT-DATE TO MH-FIRST-SENT-DATE
            MOVE WS-CYCLE-DATE TO MH-SENT-DATE
            MOVE EM-PATIENT-NUMBER TO MH-PATIENT-NUMBER
            WRITE EHR-OUTBOUND-RECORD FROM WS-MESSAGE-HEADER
            WRITE EHR-OUTBOUND-RECORD FROM EM-DETAIL-SEGMENT
            ADD 2 TO WS-SEGMENT-COUNT.

      * every message carries the patient's identity and clinical
      * detail to the hospital, so each is an accountable disclosure
       LOG-HOSPITAL-DISCLOSURE.
            MOVE EM-PATIENT-NUMBER TO WS-DSCL-PATIENT-NUMBER
            MOVE "PARTNER HOSPITAL EHR" TO WS-DSCL-RECIPIENT
            PERFORM WRITE-DISCLOSURE-RECORD.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO EHR-REPORT-LINE
            WRITE EHR-REPORT-LINE
            MOVE "PATIENT MESSAGES SENT" TO RT-LABEL
            MOVE WS-ADT-COUNT TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL
            MOVE "RESULT MESSAGES SENT" TO RT-LABEL
            MOVE WS-ORU-COUNT TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL
            MOVE "DOSE MESSAGES SENT" TO RT-LABEL
            MOVE WS-VXU-COUNT TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL
            MOVE "MESSAGES RESENT" TO RT-LABEL
            MOVE WS-RESEND-COUNT TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL
            MOVE "MESSAGES HELD" TO RT-LABEL
            MOVE WS-HELD-COUNT TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL
            MOVE "ACKNOWLEDGED ACCEPTED" TO RT-LABEL
            MOVE WS-ACK-ACCEPTED TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL
            MOVE "ACKNOWLEDGED REJECTED" TO RT-LABEL
            MOVE WS-ACK-REJECTED TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL
            MOVE "ACKNOWLEDGMENTS UNMATCHED" TO RT-LABEL
            MOVE WS-ACK-UNMATCHED TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL
            MOVE "NOT SENT, NO PATIENT XREF" TO RT-LABEL
            MOVE WS-NO-XREF-COUNT TO RT-COUNT
            WRITE EHR-REPORT-LINE FROM WS-REPORT-TOTAL.

           COPY AUDITPROC.
           COPY DSCLPROC.
           COPY CTOTPROC.

       END PROGRAM EHRFEED.
