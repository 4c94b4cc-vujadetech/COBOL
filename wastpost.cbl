      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dose wastage posting - reads the day's wastage and
      *          disposal transactions (site, lot, dose quantity,
      *          reason code) and relieves the doses from the per-site
      *          lot inventory, so expired lots, broken vials and the
      *          doses left in opened multi-dose vials come off the
      *          books. Every relief is journaled with before/after
      *          images on the lot journal and kept on the wastage
      *          history for the monthly wastage report. A register
      *          lists each transaction and each reject (bad reason,
      *          unknown lot at the site, more doses than on hand).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WASTPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WASTAGE-FILE ASSIGN TO "WASTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY LOTIVSEL.
           COPY LJRNSEL.
           COPY WSTHSEL.
           SELECT WASTAGE-REGISTER ASSIGN TO "WASTPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  WASTAGE-FILE.
       01  WASTAGE-RECORD.
           05 WX-SITE-ID       PIC X(3).
           05 WX-LOT-NUMBER    PIC 9(5).
           05 WX-QUANTITY      PIC 9(5).
           05 WX-REASON-CODE   PIC X.
              88 WX-VALID-REASON VALUE "E" "B" "O" "T" "X".
           05 WX-WASTE-DATE    PIC 9(8).
           05 WX-OPERATOR      PIC X(3).

           COPY LOTIVFD.
           COPY LJRNFD.
           COPY WSTHFD.

       FD  WASTAGE-REGISTER.
       01  WASTAGE-REGISTER-LINE   PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-WASTAGE   VALUE "Y".
       01  WS-LOT-FOUND        PIC X VALUE "N".
           88 LOT-RECORD-FOUND VALUE "Y".
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-POSTED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-DOSES-WASTED     PIC 9(7) VALUE ZERO.

       01  WS-REGISTER-HEADING PIC X(60) VALUE
           "*** DOSE WASTAGE / DISPOSAL REGISTER ***".

       01  WS-REGISTER-DETAIL.
           05 FILLER           PIC X(5)  VALUE "SITE ".
           05 RG-SITE-ID       PIC X(3).
           05 FILLER           PIC X(6)  VALUE "  LOT ".
           05 RG-LOT-NUMBER    PIC 9(5).
           05 FILLER           PIC X(6)  VALUE "  QTY ".
           05 RG-QUANTITY      PIC ZZZZ9.
           05 FILLER           PIC X(9)  VALUE "  REASON ".
           05 RG-REASON-CODE   PIC X.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RG-WASTE-DATE    PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RG-DISPOSITION   PIC X(20).

           COPY LJRNWS.
           COPY WSTHWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "DOSE-WASTAGE" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            OPEN INPUT WASTAGE-FILE
            OPEN I-O LOT-INVENTORY-FILE
            PERFORM OPEN-LOT-JOURNAL
            PERFORM OPEN-WASTAGE-HISTORY
            OPEN OUTPUT WASTAGE-REGISTER
            WRITE WASTAGE-REGISTER-LINE FROM WS-REGISTER-HEADING
            PERFORM UNTIL END-OF-WASTAGE
                READ WASTAGE-FILE
                    AT END SET END-OF-WASTAGE TO TRUE
                    NOT AT END PERFORM POST-ONE-WASTAGE
                END-READ
            END-PERFORM
            CLOSE WASTAGE-FILE
            CLOSE LOT-INVENTORY-FILE
            PERFORM CLOSE-LOT-JOURNAL
            CLOSE WASTAGE-HISTORY-FILE
            CLOSE WASTAGE-REGISTER
            DISPLAY WS-POSTED-COUNT " wastage transaction(s) posted, "
                WS-DOSES-WASTED " dose(s), "
                WS-REJECT-COUNT " rejected."
            MOVE WS-POSTED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-REJECT-COUNT " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "DOSE-WASTAGE" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-POSTED-COUNT TO WS-CTOT-RECORD-COUNT
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
                 AND WS-REJECT-COUNT * 10 >=
                     WS-POSTED-COUNT + WS-REJECT-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       OPEN-WASTAGE-HISTORY.
            OPEN EXTEND WASTAGE-HISTORY-FILE
            IF NOT WSTH-FILE-OK
                OPEN OUTPUT WASTAGE-HISTORY-FILE
            END-IF.

       POST-ONE-WASTAGE.
            MOVE WX-SITE-ID TO RG-SITE-ID
            MOVE WX-LOT-NUMBER TO RG-LOT-NUMBER
            IF WX-QUANTITY IS NUMERIC
                MOVE WX-QUANTITY TO RG-QUANTITY
            ELSE
                MOVE ZERO TO RG-QUANTITY
            END-IF
            MOVE WX-REASON-CODE TO RG-REASON-CODE
            MOVE WX-WASTE-DATE TO RG-WASTE-DATE
            PERFORM READ-WASTAGE-LOT
            EVALUATE TRUE
                WHEN NOT WX-VALID-REASON
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "BAD REASON CODE" TO RG-DISPOSITION
                WHEN WX-WASTE-DATE NOT NUMERIC
                  OR WX-WASTE-DATE > WS-RUN-DATE
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "BAD WASTAGE DATE" TO RG-DISPOSITION
                WHEN WX-QUANTITY NOT NUMERIC
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "BAD QUANTITY" TO RG-DISPOSITION
                WHEN NOT LOT-RECORD-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "LOT NOT AT SITE" TO RG-DISPOSITION
                    DISPLAY "*** lot " WX-LOT-NUMBER
                        " not on inventory at site " WX-SITE-ID
                        " ***"
                WHEN WX-QUANTITY = ZERO
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "ZERO QUANTITY" TO RG-DISPOSITION
                WHEN INV-DOSES-ON-HAND < WX-QUANTITY
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "MORE THAN ON HAND" TO RG-DISPOSITION
                    DISPLAY "*** site " WX-SITE-ID " holds only "
                        INV-DOSES-ON-HAND " of lot " WX-LOT-NUMBER
                        ", wastage of " WX-QUANTITY " refused ***"
                WHEN OTHER
                    PERFORM RELIEVE-WASTED-DOSES
                    MOVE "POSTED" TO RG-DISPOSITION
            END-EVALUATE
            WRITE WASTAGE-REGISTER-LINE FROM WS-REGISTER-DETAIL.

       READ-WASTAGE-LOT.
            MOVE "N" TO WS-LOT-FOUND
            MOVE WX-SITE-ID TO INV-SITE-ID
            MOVE WX-LOT-NUMBER TO INV-LOT-NUMBER
            READ LOT-INVENTORY-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET LOT-RECORD-FOUND TO TRUE
            END-READ.

       RELIEVE-WASTED-DOSES.
            MOVE LOT-INVENTORY-RECORD TO WS-LJRN-BEFORE
            SUBTRACT WX-QUANTITY FROM INV-DOSES-ON-HAND
            MOVE "WASTE" TO WS-LJRN-ACTION
            REWRITE LOT-INVENTORY-RECORD
                INVALID KEY
                    DISPLAY "*** lot inventory rewrite failed at "
                        "site " WX-SITE-ID " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
                NOT INVALID KEY
                    MOVE LOT-INVENTORY-RECORD TO WS-LJRN-AFTER
                    PERFORM WRITE-LOT-JOURNAL-RECORD
                    PERFORM WRITE-WASTAGE-HISTORY
                    ADD 1 TO WS-POSTED-COUNT
                    ADD WX-QUANTITY TO WS-DOSES-WASTED
            END-REWRITE.

       WRITE-WASTAGE-HISTORY.
            MOVE SPACES TO WASTAGE-HISTORY-RECORD
            MOVE WX-SITE-ID TO WH-SITE-ID
            MOVE WX-LOT-NUMBER TO WH-LOT-NUMBER
            MOVE WX-QUANTITY TO WH-QUANTITY
            MOVE WX-REASON-CODE TO WH-REASON-CODE
            MOVE WX-WASTE-DATE TO WH-WASTE-DATE
            MOVE WX-OPERATOR TO WH-OPERATOR
            MOVE WS-RUN-DATE TO WH-POSTED-DATE
            MOVE WS-AUDIT-PROGRAM-NAME TO WH-PROGRAM
            WRITE WASTAGE-HISTORY-RECORD.

           COPY LJRNPROC.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM WASTPOST.
