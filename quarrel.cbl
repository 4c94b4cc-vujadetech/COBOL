      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarantine release / destroy - reads the site
      *          managers' dispositions for lots that COLDCHN put on
      *          quarantine after a cold-chain excursion. A release
      *          puts the lot back in use; a destroy writes the doses
      *          on hand off to the wastage history as temperature
      *          wastage and zeroes the lot. Only an active operator
      *          authorized to maintain tables may dispose of a lot.
      *          Every change is journaled with before/after images
      *          on the lot journal, and a register lists each action
      *          and each reject.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARANTINE-ACTION-FILE ASSIGN TO "QUARACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY LOTIVSEL.
           COPY LJRNSEL.
           COPY WSTHSEL.
           COPY OPERSEL.
           SELECT QUARANTINE-REGISTER ASSIGN TO "QUARREL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARANTINE-ACTION-FILE.
       01  QUARANTINE-ACTION-RECORD.
           05 QA-SITE-ID       PIC X(3).
           05 QA-LOT-NUMBER    PIC 9(5).
           05 QA-ACTION        PIC X.
              88 QA-RELEASE    VALUE "R".
              88 QA-DESTROY    VALUE "D".
              88 QA-VALID-ACTION VALUE "R" "D".
           05 QA-OPERATOR      PIC X(3).
           05 QA-ACTION-DATE   PIC 9(8).

           COPY LOTIVFD.
           COPY LJRNFD.
           COPY WSTHFD.
           COPY OPERFD.

       FD  QUARANTINE-REGISTER.
       01  QUARANTINE-REGISTER-LINE PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-ACTIONS   VALUE "Y".
       01  WS-LOT-FOUND        PIC X VALUE "N".
           88 LOT-RECORD-FOUND VALUE "Y".
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
      * the run-wide flag above stays set for the return code; each
      * disposition is judged on its own rewrite alone
       01  WS-REWRITE-FLAG     PIC X VALUE "N".
           88 LOT-REWRITE-FAILED VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-ACTION-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-RELEASED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-DESTROYED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-DOSES-DESTROYED  PIC 9(7) VALUE ZERO.
       01  WS-MIN-AUTH-LEVEL   PIC 9 VALUE 3.

       01  WS-REGISTER-HEADING PIC X(60) VALUE
           "*** QUARANTINE RELEASE / DESTROY REGISTER ***".

       01  WS-REGISTER-DETAIL.
           05 FILLER           PIC X(5)  VALUE "SITE ".
           05 RG-SITE-ID       PIC X(3).
           05 FILLER           PIC X(6)  VALUE "  LOT ".
           05 RG-LOT-NUMBER    PIC 9(5).
           05 FILLER           PIC X(9)  VALUE "  ACTION ".
           05 RG-ACTION        PIC X.
           05 FILLER           PIC X(6)  VALUE "  QTY ".
           05 RG-QUANTITY      PIC ZZZZ9.
           05 FILLER           PIC X(6)  VALUE "  OPR ".
           05 RG-OPERATOR      PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RG-ACTION-DATE   PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RG-DISPOSITION   PIC X(18).

           COPY LJRNWS.
           COPY WSTHWS.
           COPY OPERWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "QUARANTINE-RELEASE" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            PERFORM LOAD-OPERATOR-TABLE
            OPEN INPUT QUARANTINE-ACTION-FILE
            OPEN I-O LOT-INVENTORY-FILE
            PERFORM OPEN-LOT-JOURNAL
            PERFORM OPEN-WASTAGE-HISTORY
            OPEN OUTPUT QUARANTINE-REGISTER
            WRITE QUARANTINE-REGISTER-LINE FROM WS-REGISTER-HEADING
            PERFORM UNTIL END-OF-ACTIONS
                READ QUARANTINE-ACTION-FILE
                    AT END SET END-OF-ACTIONS TO TRUE
                    NOT AT END PERFORM POST-ONE-ACTION
                END-READ
            END-PERFORM
            CLOSE QUARANTINE-ACTION-FILE
            CLOSE LOT-INVENTORY-FILE
            PERFORM CLOSE-LOT-JOURNAL
            CLOSE WASTAGE-HISTORY-FILE
            CLOSE QUARANTINE-REGISTER
            DISPLAY WS-RELEASED-COUNT " lot(s) released, "
                WS-DESTROYED-COUNT " lot(s) destroyed ("
                WS-DOSES-DESTROYED " dose(s)), "
                WS-REJECT-COUNT " rejected."
            MOVE WS-ACTION-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-REJECT-COUNT " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "QUARANTINE-RELEASE" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-ACTION-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-REJECT-COUNT TO WS-CTOT-REJECT-COUNT
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
                WHEN WS-REJECT-COUNT > ZERO
                 AND WS-REJECT-COUNT * 10 >= WS-ACTION-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       OPEN-WASTAGE-HISTORY.
            OPEN EXTEND WASTAGE-HISTORY-FILE
            IF NOT WSTH-FILE-OK
                OPEN OUTPUT WASTAGE-HISTORY-FILE
            END-IF.

       POST-ONE-ACTION.
            ADD 1 TO WS-ACTION-COUNT
            MOVE QA-SITE-ID TO RG-SITE-ID
            MOVE QA-LOT-NUMBER TO RG-LOT-NUMBER
            MOVE QA-ACTION TO RG-ACTION
            MOVE QA-OPERATOR TO RG-OPERATOR
            MOVE QA-ACTION-DATE TO RG-ACTION-DATE
            MOVE ZERO TO RG-QUANTITY
            MOVE QA-OPERATOR TO WS-OPER-LOOKUP-ID
            PERFORM FIND-OPERATOR-BY-ID
            PERFORM READ-QUARANTINED-LOT
            EVALUATE TRUE
                WHEN NOT QA-VALID-ACTION
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "BAD ACTION CODE" TO RG-DISPOSITION
                WHEN WS-OPER-HIT = ZERO
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "NOT AUTHORIZED" TO RG-DISPOSITION
                WHEN WO-ACTIVE(WS-OPER-HIT) NOT = "A"
                  OR WO-AUTH-LEVEL(WS-OPER-HIT) < WS-MIN-AUTH-LEVEL
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "NOT AUTHORIZED" TO RG-DISPOSITION
                    DISPLAY "*** operator " QA-OPERATOR
                        " may not dispose of quarantined lots ***"
                WHEN QA-ACTION-DATE NOT NUMERIC
                  OR QA-ACTION-DATE > WS-RUN-DATE
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "BAD ACTION DATE" TO RG-DISPOSITION
                WHEN NOT LOT-RECORD-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "LOT NOT AT SITE" TO RG-DISPOSITION
                WHEN NOT INV-QUARANTINED
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "NOT QUARANTINED" TO RG-DISPOSITION
                WHEN QA-RELEASE
                    PERFORM RELEASE-LOT
                WHEN OTHER
                    PERFORM DESTROY-LOT
            END-EVALUATE
            WRITE QUARANTINE-REGISTER-LINE FROM WS-REGISTER-DETAIL.

       READ-QUARANTINED-LOT.
            MOVE "N" TO WS-LOT-FOUND
            MOVE QA-SITE-ID TO INV-SITE-ID
            MOVE QA-LOT-NUMBER TO INV-LOT-NUMBER
            READ LOT-INVENTORY-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET LOT-RECORD-FOUND TO TRUE
            END-READ.

       RELEASE-LOT.
            MOVE LOT-INVENTORY-RECORD TO WS-LJRN-BEFORE
            MOVE INV-DOSES-ON-HAND TO RG-QUANTITY
            SET INV-NOT-QUARANTINED TO TRUE
            MOVE "RELEASE" TO WS-LJRN-ACTION
            MOVE "N" TO WS-REWRITE-FLAG
            PERFORM REWRITE-DISPOSED-LOT
            IF NOT LOT-REWRITE-FAILED
                ADD 1 TO WS-RELEASED-COUNT
                MOVE "RELEASED" TO RG-DISPOSITION
            END-IF.

      * the doses on hand go to the wastage history as temperature
      * wastage, so the monthly wastage report carries them
       DESTROY-LOT.
            MOVE LOT-INVENTORY-RECORD TO WS-LJRN-BEFORE
            MOVE INV-DOSES-ON-HAND TO RG-QUANTITY
            MOVE SPACES TO WASTAGE-HISTORY-RECORD
            MOVE QA-SITE-ID TO WH-SITE-ID
            MOVE QA-LOT-NUMBER TO WH-LOT-NUMBER
            MOVE INV-DOSES-ON-HAND TO WH-QUANTITY
            SET WH-TEMPERATURE TO TRUE
            MOVE QA-ACTION-DATE TO WH-WASTE-DATE
            MOVE QA-OPERATOR TO WH-OPERATOR
            MOVE WS-RUN-DATE TO WH-POSTED-DATE
            MOVE WS-AUDIT-PROGRAM-NAME TO WH-PROGRAM
            MOVE ZERO TO INV-DOSES-ON-HAND
            SET INV-NOT-QUARANTINED TO TRUE
            MOVE "DESTROY" TO WS-LJRN-ACTION
            MOVE "N" TO WS-REWRITE-FLAG
            PERFORM REWRITE-DISPOSED-LOT
            IF NOT LOT-REWRITE-FAILED
                IF WH-QUANTITY > ZERO
                    WRITE WASTAGE-HISTORY-RECORD
                END-IF
                ADD 1 TO WS-DESTROYED-COUNT
                ADD WH-QUANTITY TO WS-DOSES-DESTROYED
                MOVE "DESTROYED" TO RG-DISPOSITION
            END-IF.

       REWRITE-DISPOSED-LOT.
            REWRITE LOT-INVENTORY-RECORD
                INVALID KEY
                    DISPLAY "*** lot inventory rewrite failed at "
                        "site " QA-SITE-ID " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
                    SET LOT-REWRITE-FAILED TO TRUE
                    MOVE "REWRITE FAILED" TO RG-DISPOSITION
                NOT INVALID KEY
                    MOVE LOT-INVENTORY-RECORD TO WS-LJRN-AFTER
                    PERFORM WRITE-LOT-JOURNAL-RECORD
            END-REWRITE.

           COPY LJRNPROC.
           COPY OPERLOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM QUARREL.
