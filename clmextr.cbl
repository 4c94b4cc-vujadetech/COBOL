      *          skips self-pay items (blank payer code), and cuts a
      *          fixed-format claim extract sorted by payer code with
      *          member ID, service type, fee, tax and service date,
      *          ready for transmission to each insurer. Each item
      *          extracted is stamped with its submission date for the
      *          acknowledgment posting and timely-filing report, and
      *          items whose payer rejection has been corrected are
      *          re-extracted as replacement claims. The cycle date
      *          defaults to the run date and can be overridden by the
      *          optional CLMPARM file.
      *          Every claim extracted is entered on the disclosure
      *          log against the patient as a release to the payer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY ARITMSEL.
           COPY VIDTSEL.
           COPY PAYRSEL.
           COPY PATXRSEL.
           SELECT OPTIONAL CLAIM-PARM-FILE ASSIGN TO "CLMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CLAIM-EXTRACT-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY DSCLSEL.
           COPY CTOTSEL.

       DATA DIVISION.
           COPY ARITMFD.
           COPY VIDTFD.
           COPY PAYRFD.
           COPY PATXRFD.

       FD  CLAIM-PARM-FILE.
       01  CLAIM-PARM-RECORD.
       01  CLAIM-EXTRACT-RECORD    PIC X(80).

           COPY AUDITFD.
           COPY DSCLFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-CLAIM-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-SELFPAY-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-RESUBMIT-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-CLAIM-DOLLARS    PIC 9(7)V99 VALUE ZERO.
       01  WS-TYPE-CODE        PIC X.
       01  VidName             PIC X(35) VALUE SPACES.
           05 CX-BASE-FEE      PIC 9(5)V99.
           05 CX-TAX-AMT       PIC 9(5)V99.
           05 CX-SERVICE-DATE  PIC 9(8).
           05 CX-CLAIM-FREQUENCY PIC X.
              88 CX-ORIGINAL-CLAIM    VALUE "1".
              88 CX-REPLACEMENT-CLAIM VALUE "7".
           05 FILLER           PIC X(2) VALUE SPACES.

           COPY ARITMWS.
           COPY AUDITWS.
           COPY DSCLWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CLAIM-EXTRACT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            PERFORM OPEN-DISCLOSURE-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM LOAD-CLAIM-PARM
            PERFORM LOAD-VID-TYPE-TABLE
            PERFORM LOAD-PAYER-TABLE
            OPEN I-O AR-OPEN-ITEM-FILE
            OPEN INPUT PATIENT-XREF-FILE
            OPEN OUTPUT CLAIM-WORK-FILE
            IF AR-FILE-OK
                MOVE ZEROS TO AR-ITEM-KEY
                    "extract ***"
            END-IF
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE PATIENT-XREF-FILE
            CLOSE CLAIM-WORK-FILE
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-PAYER-CODE
                USING CLAIM-WORK-FILE
                OUTPUT PROCEDURE IS WRITE-GROUPED-CLAIMS
            DISPLAY WS-CLAIM-COUNT " claim(s) extracted, "
                WS-RESUBMIT-COUNT " corrected resubmission(s), "
                WS-SELFPAY-COUNT " self-pay item(s) skipped."
            MOVE WS-CLAIM-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-SELFPAY-COUNT " SELF-PAY"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            PERFORM CLOSE-DISCLOSURE-LOG
            MOVE "CLAIM-EXTRACT" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-CLAIM-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-SELFPAY-COUNT TO WS-CTOT-REJECT-COUNT
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            IF IO-ERROR-OCCURRED
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

       LOAD-CLAIM-PARM.
            END-IF
            CLOSE CLAIM-PARM-FILE.

      * a claim the payer rejected at the front door and the billing
      * desk has since corrected goes out again as a replacement,
      * whatever day it was first billed
       SELECT-CLAIM-ITEM.
            EVALUATE TRUE
                WHEN AR-ACK-CORRECTED AND AR-PAYER-CODE NOT = SPACES
                    ADD 1 TO WS-RESUBMIT-COUNT
                    SET CX-REPLACEMENT-CLAIM TO TRUE
                    PERFORM WRITE-CLAIM-RECORD
                WHEN AR-BILLED-DATE NOT = WS-CYCLE-DATE
                    CONTINUE
                WHEN AR-PAYER-CODE = SPACES
                    ADD 1 TO WS-SELFPAY-COUNT
                WHEN OTHER
                    SET CX-ORIGINAL-CLAIM TO TRUE
                    PERFORM WRITE-CLAIM-RECORD
            END-EVALUATE.

       WRITE-CLAIM-RECORD.
            ADD 1 TO WS-CLAIM-COUNT
            MOVE AR-TAX-AMT TO CX-TAX-AMT
            MOVE AR-SERVICE-DATE TO CX-SERVICE-DATE
            ADD AR-AMOUNT-DUE TO WS-CLAIM-DOLLARS
            WRITE CLAIM-WORK-RECORD FROM WS-CLAIM-DETAIL
            PERFORM LOG-CLAIM-DISCLOSURE
            PERFORM MARK-ITEM-SUBMITTED.

      * the claim releases the service and member details to the
      * payer; the CovidID is carried back to its patient number
      * through the cross-reference for the disclosure log
       LOG-CLAIM-DISCLOSURE.
            MOVE ZERO TO WS-DSCL-PATIENT-NUMBER
            MOVE AR-COVID-ID TO XR-COVID-ID
            READ PATIENT-XREF-FILE
                INVALID KEY
                    DISPLAY "*** no patient xref for CovidID "
                        AR-ID-NUMBER ", claim disclosure not "
                        "logged ***"
                NOT INVALID KEY
                    MOVE XR-PATIENT-NUMBER TO WS-DSCL-PATIENT-NUMBER
            END-READ
            MOVE SPACES TO WS-DSCL-RECIPIENT
            STRING "PAYER " AR-PAYER-CODE
                DELIMITED BY SIZE INTO WS-DSCL-RECIPIENT
            IF CX-REPLACEMENT-CLAIM
                MOVE "REPLACEMENT CLAIM FOR PAYMENT" TO WS-DSCL-PURPOSE
            ELSE
                MOVE "CLAIM FOR PAYMENT" TO WS-DSCL-PURPOSE
            END-IF
            PERFORM WRITE-DISCLOSURE-RECORD.

      * the submission date starts the acknowledgment clock; any
      * earlier acknowledgment belongs to the superseded claim
       MARK-ITEM-SUBMITTED.
            MOVE WS-CYCLE-DATE TO AR-SUBMIT-DATE
            SET AR-ACK-PENDING TO TRUE
            MOVE ZERO TO AR-ACK-DATE
            MOVE SPACES TO AR-ACK-REASON
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "*** open-item rewrite failed for "
                        "COVID " AR-ID-NUMBER " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
            END-REWRITE.

      * each payer's claims are preceded by a group header carrying
      * the payer's name and remit address from the payer master, so
           COPY VIDTLOAD.
           COPY PAYRLOAD.
           COPY AUDITPROC.
           COPY DSCLPROC.
           COPY CTOTPROC.

       END PROGRAM CLMEXTR.
