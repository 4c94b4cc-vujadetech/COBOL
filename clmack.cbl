      ******************************************************************
      * Author:
      * Date:
      * Purpose: Claim acknowledgment posting - reads the inbound
      *          acknowledgment file each payer returns for a claim
      *          batch, keyed the way the claim extract was cut (payer
      *          code, member ID, CovidID, service date), and posts
      *          the accepted or rejected status and the date
      *          acknowledged against the matching item on the indexed
      *          open-items receivable, next to the date CLMEXTR
      *          submitted it. Rejected claims are written to the
      *          claim correction worklist with the payer's reason so
      *          the billing desk can correct them through ARADJUST
      *          for resubmission. Acknowledgments that match no
      *          submitted item, or whose payer disagrees with the
      *          billed payer, are reported and left for research.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-ACK-FILE ASSIGN TO "CLAIMACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ARITMSEL.
           SELECT CORRECTION-WORKLIST-FILE ASSIGN TO "CLMCORR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-POSTING-REPORT ASSIGN TO "CLMACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-ACK-FILE.
       01  CLAIM-ACK-RECORD.
           05 AK-PAYER-CODE    PIC X(3).
           05 AK-MEMBER-ID     PIC X(10).
           05 AK-ID-NUMBER     PIC 9(6).
           05 AK-CHECK-DIGIT   PIC 9.
           05 AK-SERVICE-DATE  PIC 9(8).
           05 AK-STATUS        PIC X.
              88 ACK-IS-ACCEPTED VALUE "A".
              88 ACK-IS-REJECTED VALUE "R".
           05 AK-REJECT-REASON PIC X(3).
           05 AK-ACK-DATE      PIC 9(8).

           COPY ARITMFD.

       FD  CORRECTION-WORKLIST-FILE.
       01  CORRECTION-WORKLIST-LINE PIC X(80).

       FD  ACK-POSTING-REPORT.
       01  ACK-REPORT-LINE         PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-ACKNOWLEDGMENTS VALUE "Y".
       01  WS-ITEM-FOUND       PIC X VALUE "N".
           88 ITEM-RECORD-FOUND VALUE "Y".
       01  WS-ACCEPTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** CLAIM ACKNOWLEDGMENT POSTING REPORT ***".

       01  WS-WORKLIST-HEADING PIC X(60) VALUE
           "*** REJECTED CLAIM CORRECTION WORKLIST ***".

       01  WS-POSTED-DETAIL.
           05 FILLER           PIC X(7)  VALUE "COVID ".
           05 PD-ID-NUMBER     PIC 9(6).
           05 FILLER           PIC X(7)  VALUE "  SVC ".
           05 PD-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X(7)  VALUE "  SENT ".
           05 PD-SUBMIT-DATE   PIC 9(8).
           05 FILLER           PIC X(6)  VALUE "  ACK ".
           05 PD-ACK-DATE      PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 PD-DISPOSITION   PIC X(12).

       01  WS-WORKLIST-DETAIL.
           05 WL-PAYER-CODE    PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 WL-MEMBER-ID     PIC X(10).
           05 FILLER           PIC X(7)  VALUE " COVID ".
           05 WL-ID-NUMBER     PIC 9(6).
           05 WL-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(6)  VALUE "  SVC ".
           05 WL-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X(7)  VALUE "  SENT ".
           05 WL-SUBMIT-DATE   PIC 9(8).
           05 FILLER           PIC X(9)  VALUE "  REASON ".
           05 WL-REASON        PIC X(3).

           COPY ARITMWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CLAIM-ACK-POSTING" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            OPEN I-O AR-OPEN-ITEM-FILE
            IF NOT AR-FILE-OK
                DISPLAY "*** no open-items file, nothing to post "
                    "against ***"
            END-IF
            OPEN INPUT CLAIM-ACK-FILE
            OPEN OUTPUT ACK-POSTING-REPORT
            OPEN OUTPUT CORRECTION-WORKLIST-FILE
            WRITE ACK-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE CORRECTION-WORKLIST-LINE FROM WS-WORKLIST-HEADING
            PERFORM UNTIL END-OF-ACKNOWLEDGMENTS
                READ CLAIM-ACK-FILE
                    AT END SET END-OF-ACKNOWLEDGMENTS TO TRUE
                    NOT AT END PERFORM POST-ONE-ACKNOWLEDGMENT
                END-READ
            END-PERFORM
            CLOSE CLAIM-ACK-FILE
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE ACK-POSTING-REPORT
            CLOSE CORRECTION-WORKLIST-FILE
            DISPLAY WS-ACCEPTED-COUNT " claim(s) accepted, "
                WS-REJECTED-COUNT " rejected, "
                WS-UNMATCHED-COUNT " unmatched."
            MOVE WS-ACCEPTED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-REJECTED-COUNT " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "CLAIM-ACK-POSTING" TO WS-CTOT-PROGRAM-NAME
            COMPUTE WS-CTOT-RECORD-COUNT =
                WS-ACCEPTED-COUNT + WS-REJECTED-COUNT
            MOVE WS-UNMATCHED-COUNT TO WS-CTOT-REJECT-COUNT
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
                WHEN WS-UNMATCHED-COUNT > ZERO
                 AND WS-UNMATCHED-COUNT * 10 >=
                     WS-ACCEPTED-COUNT + WS-REJECTED-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * the acknowledgment carries the claim extract's own key, so
      * CovidID plus service date reads the item directly; the item
      * must have been submitted to this payer and still be open
       POST-ONE-ACKNOWLEDGMENT.
            MOVE "N" TO WS-ITEM-FOUND
            MOVE AK-ID-NUMBER TO AR-ID-NUMBER
            MOVE AK-CHECK-DIGIT TO AR-CHECK-DIGIT
            MOVE AK-SERVICE-DATE TO AR-SERVICE-DATE
            READ AR-OPEN-ITEM-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF AR-PAYER-CODE = AK-PAYER-CODE
                       AND AR-SUBMIT-DATE NUMERIC
                       AND AR-SUBMIT-DATE > ZERO
                       AND AR-STATUS NOT = "F"
                       AND AR-STATUS NOT = "W"
                        SET ITEM-RECORD-FOUND TO TRUE
                    END-IF
            END-READ
            MOVE AK-ID-NUMBER TO PD-ID-NUMBER
            MOVE AK-SERVICE-DATE TO PD-SERVICE-DATE
            MOVE AK-ACK-DATE TO PD-ACK-DATE
            MOVE ZERO TO PD-SUBMIT-DATE
            EVALUATE TRUE
                WHEN NOT ITEM-RECORD-FOUND
                    ADD 1 TO WS-UNMATCHED-COUNT
                    MOVE "UNMATCHED" TO PD-DISPOSITION
                    WRITE ACK-REPORT-LINE FROM WS-POSTED-DETAIL
                    DISPLAY "*** acknowledgment for COVID "
                        AK-ID-NUMBER " service " AK-SERVICE-DATE
                        " matches no submitted claim ***"
                WHEN ACK-IS-ACCEPTED
                    PERFORM ACCEPT-ONE-CLAIM
                WHEN ACK-IS-REJECTED
                    PERFORM REJECT-ONE-CLAIM
                WHEN OTHER
                    ADD 1 TO WS-UNMATCHED-COUNT
                    MOVE "BAD STATUS" TO PD-DISPOSITION
                    WRITE ACK-REPORT-LINE FROM WS-POSTED-DETAIL
                    DISPLAY "*** bad acknowledgment status '"
                        AK-STATUS "' for COVID " AK-ID-NUMBER
                        ", nothing posted ***"
            END-EVALUATE.

       ACCEPT-ONE-CLAIM.
            ADD 1 TO WS-ACCEPTED-COUNT
            SET AR-ACK-ACCEPTED TO TRUE
            MOVE AK-ACK-DATE TO AR-ACK-DATE
            MOVE SPACES TO AR-ACK-REASON
            PERFORM REWRITE-ACKNOWLEDGED-ITEM
            MOVE AR-SUBMIT-DATE TO PD-SUBMIT-DATE
            MOVE "ACCEPTED" TO PD-DISPOSITION
            WRITE ACK-REPORT-LINE FROM WS-POSTED-DETAIL.

       REJECT-ONE-CLAIM.
            ADD 1 TO WS-REJECTED-COUNT
            SET AR-ACK-REJECTED TO TRUE
            MOVE AK-ACK-DATE TO AR-ACK-DATE
            MOVE AK-REJECT-REASON TO AR-ACK-REASON
            PERFORM REWRITE-ACKNOWLEDGED-ITEM
            MOVE AR-PAYER-CODE TO WL-PAYER-CODE
            MOVE AR-MEMBER-ID TO WL-MEMBER-ID
            MOVE AR-ID-NUMBER TO WL-ID-NUMBER
            MOVE AR-CHECK-DIGIT TO WL-CHECK-DIGIT
            MOVE AR-SERVICE-DATE TO WL-SERVICE-DATE
            MOVE AR-SUBMIT-DATE TO WL-SUBMIT-DATE
            MOVE AK-REJECT-REASON TO WL-REASON
            WRITE CORRECTION-WORKLIST-LINE FROM WS-WORKLIST-DETAIL
            MOVE AR-SUBMIT-DATE TO PD-SUBMIT-DATE
            MOVE "REJECTED" TO PD-DISPOSITION
            WRITE ACK-REPORT-LINE FROM WS-POSTED-DETAIL.

       REWRITE-ACKNOWLEDGED-ITEM.
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "*** open-item rewrite failed for "
                        "COVID " AR-ID-NUMBER " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
            END-REWRITE.

           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM CLMACK.
