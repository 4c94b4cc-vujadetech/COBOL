      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly adverse event lot signal report - tallies the
      *          adverse-event master by vaccine lot and flags every
      *          lot whose reaction count reaches the signal threshold
      *          (default 3 reactions) or whose serious-reaction count
      *          reaches the serious threshold (default 1), both
      *          overridable by the optional AEPARM file. Each flagged
      *          lot is shown with its stock position at every site
      *          carrying it on LOTINV.DAT, followed by every other
      *          patient dosed from that lot who has not reported a
      *          reaction, with contact details joined through the
      *          patient cross-reference and patient master, so the
      *          health officer can follow up before a formal
      *          manufacturer recall reaches RECALLSC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AESIGNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AEVMSEL.
           COPY COVMSTSEL.
           COPY LOTIVSEL.
           COPY PATXRSEL.
           COPY PATMSSEL.
           SELECT OPTIONAL AE-PARM-FILE ASSIGN TO "AEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT AE-SIGNAL-REPORT ASSIGN TO "AESIGNAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY AEVMFD.
           COPY COVMSTFD.
           COPY LOTIVFD.
           COPY PATXRFD.
           COPY PATMSFD.

       FD  AE-PARM-FILE.
       01  AE-PARM-RECORD.
           05 PARM-REACTION-THRESHOLD PIC 9(3).
           05 PARM-SERIOUS-THRESHOLD  PIC 9(3).

       FD  AE-SIGNAL-REPORT.
       01  AE-SIGNAL-LINE          PIC X(95).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-AE-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-AE-MASTER VALUE "Y".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01  WS-INV-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-INVENTORY VALUE "Y".
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-REACTION-THRESHOLD PIC 9(3) VALUE 3.
       01  WS-SERIOUS-THRESHOLD  PIC 9(3) VALUE 1.
       01  WS-LOT-MAX          PIC 9(3) VALUE 200.
       01  WS-LOT-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-LOT-TABLE        VALUE ZEROS.
           05 WS-LOT-ENTRY OCCURS 200 TIMES.
              10 LT-LOT-NUMBER     PIC 9(5).
              10 LT-REACTION-COUNT PIC 9(5).
              10 LT-SERIOUS-COUNT  PIC 9(5).
       01  WS-LOT-SUB          PIC 9(3) VALUE ZERO.
       01  WS-LOT-HIT          PIC 9(3) VALUE ZERO.
       01  WS-SIGNAL-LOT       PIC 9(5) VALUE ZERO.
       01  WS-DOSE-SUB         PIC 9 VALUE ZERO.
       01  WS-INV-SITE-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-EVENT-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-FLAGGED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-OTHER-DOSED-COUNT PIC 9(6) VALUE ZERO.
       01  WS-LOT-OTHER-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-NO-CONTACT-COUNT PIC 9(6) VALUE ZERO.
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".

           COPY AEVMWS.

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** ADVERSE EVENT LOT SIGNAL REPORT ***".

       01  WS-THRESHOLD-LINE.
           05 FILLER           PIC X(22) VALUE
              "SIGNAL THRESHOLDS:   ".
           05 FILLER           PIC X(11) VALUE "REACTIONS ".
           05 TH-REACTIONS     PIC ZZ9.
           05 FILLER           PIC X(11) VALUE "  SERIOUS ".
           05 TH-SERIOUS       PIC ZZ9.

       01  WS-LOT-HEADING.
           05 FILLER           PIC X(15) VALUE "*** SIGNAL LOT ".
           05 LH-LOT-NUMBER    PIC 9(5).
           05 FILLER           PIC X(13) VALUE "  REACTIONS ".
           05 LH-REACTIONS     PIC ZZZZ9.
           05 FILLER           PIC X(11) VALUE "  SERIOUS ".
           05 LH-SERIOUS       PIC ZZZZ9.

       01  WS-INVENTORY-DETAIL.
           05 FILLER           PIC X(9)  VALUE "   SITE ".
           05 ID-SITE-ID       PIC X(3).
           05 FILLER           PIC X(6)  VALUE "  RCV ".
           05 ID-RECEIVED      PIC ZZZZ9.
           05 FILLER           PIC X(9)  VALUE "  ONHAND ".
           05 ID-ON-HAND       PIC ZZZZ9.
           05 FILLER           PIC X(6)  VALUE "  EXP ".
           05 ID-EXPIRY-DATE   PIC 9(8).

       01  WS-NO-INVENTORY-LINE PIC X(60) VALUE
           "   LOT NOT ON LOT INVENTORY AT ANY SITE".

       01  WS-RECIPIENT-DETAIL.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RC-ID-NUMBER     PIC 9(6).
           05 RC-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(7)  VALUE "  DOSE ".
           05 RC-DOSE-NUMBER   PIC 9.
           05 FILLER           PIC X(7)  VALUE " GIVEN ".
           05 RC-DOSE-DATE     PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RC-SITE-ID       PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RC-PAT-NAME      PIC A(10).
           05 FILLER           PIC X     VALUE SPACE.
           05 RC-PAT-PHONE     PIC X(12).
           05 FILLER           PIC X     VALUE SPACE.
           05 RC-PAT-ADDRESS   PIC X(30).

       01  WS-RECIPIENT-TOTAL.
           05 FILLER           PIC X(30) VALUE
              "   OTHER PATIENTS DOSED:     ".
           05 RT-OTHER-COUNT   PIC ZZZZZ9.

           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "AE-LOT-SIGNAL" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM LOAD-AE-PARMS
            OPEN INPUT ADVERSE-EVENT-MASTER
            OPEN INPUT COVID-MASTER
            OPEN INPUT LOT-INVENTORY-FILE
            OPEN INPUT PATIENT-XREF-FILE
            OPEN INPUT PATIENT-MASTER
            OPEN OUTPUT AE-SIGNAL-REPORT
            WRITE AE-SIGNAL-LINE FROM WS-REPORT-HEADING
            MOVE WS-REACTION-THRESHOLD TO TH-REACTIONS
            MOVE WS-SERIOUS-THRESHOLD TO TH-SERIOUS
            WRITE AE-SIGNAL-LINE FROM WS-THRESHOLD-LINE
            PERFORM TALLY-LOT-REACTIONS
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB > WS-LOT-COUNT
                IF LT-REACTION-COUNT(WS-LOT-SUB)
                   >= WS-REACTION-THRESHOLD
                   OR (WS-SERIOUS-THRESHOLD > ZERO
                       AND LT-SERIOUS-COUNT(WS-LOT-SUB)
                           >= WS-SERIOUS-THRESHOLD)
                    PERFORM REPORT-SIGNAL-LOT
                END-IF
            END-PERFORM
            CLOSE ADVERSE-EVENT-MASTER
            CLOSE COVID-MASTER
            CLOSE LOT-INVENTORY-FILE
            CLOSE PATIENT-XREF-FILE
            CLOSE PATIENT-MASTER
            CLOSE AE-SIGNAL-REPORT
            DISPLAY WS-EVENT-COUNT " adverse event(s) over "
                WS-LOT-COUNT " lot(s), " WS-FLAGGED-COUNT
                " lot(s) flagged, " WS-OTHER-DOSED-COUNT
                " other patient(s) listed."
            MOVE WS-FLAGGED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-OTHER-DOSED-COUNT " PATIENTS"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "AE-LOT-SIGNAL" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-EVENT-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-FLAGGED-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            IF IO-ERROR-OCCURRED
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

       LOAD-AE-PARMS.
            OPEN INPUT AE-PARM-FILE
            IF PARM-FILE-OK
                READ AE-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-REACTION-THRESHOLD IS NUMERIC
                            MOVE PARM-REACTION-THRESHOLD
                                TO WS-REACTION-THRESHOLD
                        END-IF
                        IF PARM-SERIOUS-THRESHOLD IS NUMERIC
                            MOVE PARM-SERIOUS-THRESHOLD
                                TO WS-SERIOUS-THRESHOLD
                        END-IF
                END-READ
            END-IF
            CLOSE AE-PARM-FILE
            IF WS-REACTION-THRESHOLD = ZERO
                MOVE 1 TO WS-REACTION-THRESHOLD
            END-IF.

       TALLY-LOT-REACTIONS.
            MOVE ZEROS TO AE-EVENT-KEY
            START ADVERSE-EVENT-MASTER
                KEY NOT LESS THAN AE-EVENT-KEY
                INVALID KEY SET END-OF-AE-MASTER TO TRUE
            END-START
            PERFORM UNTIL END-OF-AE-MASTER
                READ ADVERSE-EVENT-MASTER NEXT RECORD
                    AT END SET END-OF-AE-MASTER TO TRUE
                    NOT AT END PERFORM TALLY-ONE-EVENT
                END-READ
            END-PERFORM.

       TALLY-ONE-EVENT.
            ADD 1 TO WS-EVENT-COUNT
            IF AE-LOT-NUMBER > ZERO
                MOVE ZERO TO WS-LOT-HIT
                PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                        UNTIL WS-LOT-SUB > WS-LOT-COUNT
                           OR WS-LOT-HIT > ZERO
                    IF LT-LOT-NUMBER(WS-LOT-SUB) = AE-LOT-NUMBER
                        MOVE WS-LOT-SUB TO WS-LOT-HIT
                    END-IF
                END-PERFORM
                IF WS-LOT-HIT = ZERO
                    PERFORM ADD-LOT-ENTRY
                END-IF
                IF WS-LOT-HIT > ZERO
                    ADD 1 TO LT-REACTION-COUNT(WS-LOT-HIT)
                    IF AE-SERIOUS-EVENT
                        ADD 1 TO LT-SERIOUS-COUNT(WS-LOT-HIT)
                    END-IF
                END-IF
            END-IF.

       ADD-LOT-ENTRY.
            IF WS-LOT-COUNT < WS-LOT-MAX
                ADD 1 TO WS-LOT-COUNT
                MOVE WS-LOT-COUNT TO WS-LOT-HIT
                MOVE AE-LOT-NUMBER TO LT-LOT-NUMBER(WS-LOT-HIT)
                MOVE ZERO TO LT-REACTION-COUNT(WS-LOT-HIT)
                MOVE ZERO TO LT-SERIOUS-COUNT(WS-LOT-HIT)
            ELSE
                DISPLAY "*** lot table full, lot " AE-LOT-NUMBER
                    " NOT tallied ***"
                SET IO-ERROR-OCCURRED TO TRUE
            END-IF.

       REPORT-SIGNAL-LOT.
            ADD 1 TO WS-FLAGGED-COUNT
            MOVE LT-LOT-NUMBER(WS-LOT-SUB) TO WS-SIGNAL-LOT
            MOVE SPACES TO AE-SIGNAL-LINE
            WRITE AE-SIGNAL-LINE
            MOVE WS-SIGNAL-LOT TO LH-LOT-NUMBER
            MOVE LT-REACTION-COUNT(WS-LOT-SUB) TO LH-REACTIONS
            MOVE LT-SERIOUS-COUNT(WS-LOT-SUB) TO LH-SERIOUS
            WRITE AE-SIGNAL-LINE FROM WS-LOT-HEADING
            DISPLAY "*** lot " WS-SIGNAL-LOT " passed the adverse "
                "event signal threshold ***"
            PERFORM LIST-LOT-INVENTORY
            PERFORM LIST-OTHER-RECIPIENTS.

      * the same lot number can be stocked at several sites, so the
      * whole inventory is swept for every site holding the lot
       LIST-LOT-INVENTORY.
            MOVE ZERO TO WS-INV-SITE-COUNT
            MOVE "N" TO WS-INV-EOF-SWITCH
            MOVE LOW-VALUES TO INV-LOT-KEY
            START LOT-INVENTORY-FILE
                KEY NOT LESS THAN INV-LOT-KEY
                INVALID KEY SET END-OF-INVENTORY TO TRUE
            END-START
            PERFORM UNTIL END-OF-INVENTORY
                READ LOT-INVENTORY-FILE NEXT RECORD
                    AT END SET END-OF-INVENTORY TO TRUE
                    NOT AT END
                        IF INV-LOT-NUMBER = WS-SIGNAL-LOT
                            PERFORM WRITE-INVENTORY-DETAIL
                        END-IF
                END-READ
            END-PERFORM
            IF WS-INV-SITE-COUNT = ZERO
                WRITE AE-SIGNAL-LINE FROM WS-NO-INVENTORY-LINE
            END-IF.

       WRITE-INVENTORY-DETAIL.
            ADD 1 TO WS-INV-SITE-COUNT
            MOVE INV-SITE-ID TO ID-SITE-ID
            MOVE INV-DOSES-RECEIVED TO ID-RECEIVED
            MOVE INV-DOSES-ON-HAND TO ID-ON-HAND
            MOVE INV-EXPIRY-DATE TO ID-EXPIRY-DATE
            WRITE AE-SIGNAL-LINE FROM WS-INVENTORY-DETAIL.

       LIST-OTHER-RECIPIENTS.
            MOVE ZERO TO WS-LOT-OTHER-COUNT
            MOVE "N" TO WS-MASTER-EOF-SWITCH
            MOVE ZEROS TO MASTER-COVID-ID
            START COVID-MASTER KEY NOT LESS THAN MASTER-COVID-ID
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-MASTER-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-MASTER-FILE TO TRUE
                    NOT AT END PERFORM SCREEN-ONE-PATIENT
                END-READ
            END-PERFORM
            MOVE WS-LOT-OTHER-COUNT TO RT-OTHER-COUNT
            WRITE AE-SIGNAL-LINE FROM WS-RECIPIENT-TOTAL.

       SCREEN-ONE-PATIENT.
            PERFORM VARYING WS-DOSE-SUB FROM 1 BY 1
                    UNTIL WS-DOSE-SUB > 5
                IF MASTER-DOSE-DATE(WS-DOSE-SUB) NOT = ZERO
                   AND MASTER-DOSE-LOT(WS-DOSE-SUB) = WS-SIGNAL-LOT
                    PERFORM CHECK-DOSE-REACTION
                END-IF
            END-PERFORM.

      * a dose that already has its own adverse event on file is one
      * of the reactions being counted, not an "other" patient
       CHECK-DOSE-REACTION.
            MOVE MASTER-ID-NUMBER TO AE-ID-NUMBER
            MOVE MASTER-CHECK-DIGIT TO AE-CHECK-DIGIT
            MOVE MASTER-DOSE-NUMBER(WS-DOSE-SUB) TO AE-DOSE-NUMBER
            READ ADVERSE-EVENT-MASTER
                INVALID KEY PERFORM WRITE-RECIPIENT-LINE
                NOT INVALID KEY CONTINUE
            END-READ.

       WRITE-RECIPIENT-LINE.
            ADD 1 TO WS-OTHER-DOSED-COUNT
            ADD 1 TO WS-LOT-OTHER-COUNT
            MOVE MASTER-ID-NUMBER TO RC-ID-NUMBER
            MOVE MASTER-CHECK-DIGIT TO RC-CHECK-DIGIT
            MOVE MASTER-DOSE-NUMBER(WS-DOSE-SUB) TO RC-DOSE-NUMBER
            MOVE MASTER-DOSE-DATE(WS-DOSE-SUB) TO RC-DOSE-DATE
            MOVE MASTER-SITE-ID TO RC-SITE-ID
            MOVE SPACES TO RC-PAT-NAME
            MOVE SPACES TO RC-PAT-PHONE
            MOVE SPACES TO RC-PAT-ADDRESS
            PERFORM JOIN-PATIENT-CONTACT
            WRITE AE-SIGNAL-LINE FROM WS-RECIPIENT-DETAIL.

       JOIN-PATIENT-CONTACT.
            MOVE MASTER-COVID-ID TO XR-COVID-ID
            READ PATIENT-XREF-FILE
                INVALID KEY
                    ADD 1 TO WS-NO-CONTACT-COUNT
                    DISPLAY "*** no patient xref for CovidID "
                        MASTER-ID-NUMBER " ***"
                NOT INVALID KEY
                    MOVE XR-PAT-NAME TO RC-PAT-NAME
                    PERFORM READ-PATIENT-CONTACT
            END-READ.

       READ-PATIENT-CONTACT.
            MOVE XR-PATIENT-NUMBER TO PM-PATIENT-NUMBER
            READ PATIENT-MASTER
                INVALID KEY
                    ADD 1 TO WS-NO-CONTACT-COUNT
                    DISPLAY "*** no patient master record for patient "
                        XR-PATIENT-NUMBER " ***"
                NOT INVALID KEY
                    MOVE PM-PAT-PHONE TO RC-PAT-PHONE
                    MOVE PM-PAT-ADDRESS TO RC-PAT-ADDRESS
            END-READ.

           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM AESIGNAL.
