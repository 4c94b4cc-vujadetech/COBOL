      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection agency posting - reads the agency's
      *          inbound file of amounts collected and accounts sent
      *          back, and applies each one to the placed item (status
      *          C) on the indexed open-items receivable. A collection
      *          credits the item with the full amount the agency
      *          collected; the agency keeps its fee and remits the
      *          net, so the net goes to the GL feed as cash and the
      *          fee as collection expense. An account the agency
      *          returns as uncollectible has its remaining balance
      *          written off under reason UNC and fed to the GL as an
      *          adjustment. Records for items that were never placed,
      *          or whose fee exceeds the amount collected, are
      *          reported and left for research.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLPST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-RETURN-FILE ASSIGN TO "AGYRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ARITMSEL.
           SELECT AGENCY-POSTING-REPORT ASSIGN TO "COLLPST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY GLFDSEL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-RETURN-FILE.
       01  AGENCY-RETURN-RECORD.
           05 AG-ID-NUMBER     PIC 9(6).
           05 AG-CHECK-DIGIT   PIC 9.
           05 AG-SERVICE-DATE  PIC 9(8).
           05 AG-ACTION        PIC X.
              88 AGENCY-COLLECTED VALUE "P".
              88 AGENCY-RETURNED  VALUE "U".
           05 AG-GROSS-AMOUNT  PIC 9(7)V99.
           05 AG-FEE-AMOUNT    PIC 9(7)V99.

           COPY ARITMFD.

       FD  AGENCY-POSTING-REPORT.
       01  AGENCY-REPORT-LINE      PIC X(80).

           COPY GLFDFD.
           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-AGENCY-RECORDS VALUE "Y".
       01  WS-ITEM-FOUND       PIC X VALUE "N".
           88 ITEM-RECORD-FOUND VALUE "Y".
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-COLLECTED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-RETURNED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-NET-AMT          PIC 9(7)V99 VALUE ZERO.
       01  WS-OPEN-BALANCE     PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-COLLECTED  PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-FEES       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-RETURNED   PIC 9(9)V99 VALUE ZERO.

      * one accumulator per GL feed type and site - the agency's net
      * remittance (PAY), its fee (AGF) and returned balances (ADJ)
       01  WS-GL-MAX           PIC 9(2) VALUE 36.
       01  WS-GL-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-GL-SUB           PIC 9(2) VALUE ZERO.
       01  WS-GL-HIT           PIC 9(2) VALUE ZERO.
       01  WS-GL-LOOKUP-TYPE   PIC X(3) VALUE SPACES.
       01  WS-GL-LOOKUP-SITE   PIC X(3) VALUE SPACES.
       01  WS-GL-POST-AMT      PIC 9(7)V99 VALUE ZERO.
       01  WS-GL-TABLE         VALUE SPACES.
           05 WS-GL-ENTRY OCCURS 36 TIMES.
              10 GL-TYPE        PIC X(3).
              10 GL-SITE-ID     PIC X(3).
              10 GL-AMOUNT      PIC 9(9)V99.

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** COLLECTION AGENCY POSTING REGISTER ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(40) VALUE
              "COVID   SERVICE      GROSS $      FEE $ ".
           05 FILLER           PIC X(40) VALUE
              "     NET $  DISPOSITION".

       01  WS-POSTED-DETAIL.
           05 PD-ID-NUMBER     PIC 9(6).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 PD-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 PD-GROSS-AMOUNT  PIC Z(6)9.99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 PD-FEE-AMOUNT    PIC Z(6)9.99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 PD-NET-AMOUNT    PIC Z(6)9.99.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 PD-DISPOSITION   PIC X(14).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL COLLECTED   $ ".
           05 TL-TOTAL-COLLECTED PIC Z(8)9.99.
           05 FILLER           PIC X(9)  VALUE "  FEES $ ".
           05 TL-TOTAL-FEES    PIC Z(8)9.99.

       01  WS-RETURNED-LINE.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL WRITTEN OFF $ ".
           05 TL-TOTAL-RETURNED PIC Z(8)9.99.

           COPY ARITMWS.
           COPY GLFDWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "AGENCY-POSTING" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            OPEN I-O AR-OPEN-ITEM-FILE
            IF NOT AR-FILE-OK
                DISPLAY "*** no open-items file, nothing to post "
                    "against ***"
            END-IF
            OPEN INPUT AGENCY-RETURN-FILE
            OPEN OUTPUT AGENCY-POSTING-REPORT
            WRITE AGENCY-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE AGENCY-REPORT-LINE FROM WS-COLUMN-HEADING
            PERFORM UNTIL END-OF-AGENCY-RECORDS
                READ AGENCY-RETURN-FILE
                    AT END SET END-OF-AGENCY-RECORDS TO TRUE
                    NOT AT END PERFORM POST-ONE-AGENCY-RECORD
                END-READ
            END-PERFORM
            CLOSE AGENCY-RETURN-FILE
            CLOSE AR-OPEN-ITEM-FILE
            PERFORM WRITE-AGENCY-GL-FEED
            MOVE WS-TOTAL-COLLECTED TO TL-TOTAL-COLLECTED
            MOVE WS-TOTAL-FEES TO TL-TOTAL-FEES
            WRITE AGENCY-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE WS-TOTAL-RETURNED TO TL-TOTAL-RETURNED
            WRITE AGENCY-REPORT-LINE FROM WS-RETURNED-LINE
            CLOSE AGENCY-POSTING-REPORT
            DISPLAY WS-COLLECTED-COUNT " collection(s) posted, "
                WS-RETURNED-COUNT " returned uncollectible, "
                WS-UNMATCHED-COUNT " unmatched."
            MOVE WS-COLLECTED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-RETURNED-COUNT " RETURNED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "AGENCY-POSTING" TO WS-CTOT-PROGRAM-NAME
            COMPUTE WS-CTOT-RECORD-COUNT =
                WS-COLLECTED-COUNT + WS-RETURNED-COUNT
            MOVE WS-UNMATCHED-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE WS-TOTAL-COLLECTED TO WS-CTOT-DOLLAR-TOTAL
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
                     WS-COLLECTED-COUNT + WS-RETURNED-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * the agency reports on the placement's own key; anything that
      * is not on the receivable as placed with the agency is
      * researched, not posted
       POST-ONE-AGENCY-RECORD.
            MOVE "N" TO WS-ITEM-FOUND
            MOVE AG-ID-NUMBER TO AR-ID-NUMBER
            MOVE AG-CHECK-DIGIT TO AR-CHECK-DIGIT
            MOVE AG-SERVICE-DATE TO AR-SERVICE-DATE
            READ AR-OPEN-ITEM-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF AR-ITEM-IN-COLLECTION
                        SET ITEM-RECORD-FOUND TO TRUE
                    END-IF
            END-READ
            MOVE AG-ID-NUMBER TO PD-ID-NUMBER
            MOVE AG-SERVICE-DATE TO PD-SERVICE-DATE
            MOVE AG-GROSS-AMOUNT TO PD-GROSS-AMOUNT
            MOVE AG-FEE-AMOUNT TO PD-FEE-AMOUNT
            MOVE ZERO TO PD-NET-AMOUNT
            EVALUATE TRUE
                WHEN NOT ITEM-RECORD-FOUND
                    ADD 1 TO WS-UNMATCHED-COUNT
                    MOVE "NOT PLACED" TO PD-DISPOSITION
                    WRITE AGENCY-REPORT-LINE FROM WS-POSTED-DETAIL
                    DISPLAY "*** agency record for COVID "
                        AG-ID-NUMBER " service " AG-SERVICE-DATE
                        " matches no placed item ***"
                WHEN AGENCY-COLLECTED
                 AND AG-FEE-AMOUNT > AG-GROSS-AMOUNT
                    ADD 1 TO WS-UNMATCHED-COUNT
                    MOVE "FEE OVER GROSS" TO PD-DISPOSITION
                    WRITE AGENCY-REPORT-LINE FROM WS-POSTED-DETAIL
                    DISPLAY "*** agency fee exceeds collection for "
                        "COVID " AG-ID-NUMBER ", nothing posted ***"
                WHEN AGENCY-COLLECTED
                    PERFORM APPLY-AGENCY-COLLECTION
                WHEN AGENCY-RETURNED
                    PERFORM WRITE-OFF-RETURNED-ITEM
                WHEN OTHER
                    ADD 1 TO WS-UNMATCHED-COUNT
                    MOVE "BAD ACTION" TO PD-DISPOSITION
                    WRITE AGENCY-REPORT-LINE FROM WS-POSTED-DETAIL
                    DISPLAY "*** bad agency action '" AG-ACTION
                        "' for COVID " AG-ID-NUMBER
                        ", nothing posted ***"
            END-EVALUATE.

      * the patient paid the agency the gross amount, so the gross
      * comes off the receivable; only the net reaches our bank and
      * the difference is the agency's fee. A partly collected item
      * stays with the agency
       APPLY-AGENCY-COLLECTION.
            ADD 1 TO WS-COLLECTED-COUNT
            COMPUTE WS-NET-AMT = AG-GROSS-AMOUNT - AG-FEE-AMOUNT
            ADD AG-GROSS-AMOUNT TO AR-AMOUNT-PAID
            IF AR-AMOUNT-PAID NOT < AR-AMOUNT-DUE
                SET AR-ITEM-PAID TO TRUE
            END-IF
            PERFORM REWRITE-POSTED-ITEM
            ADD AG-GROSS-AMOUNT TO WS-TOTAL-COLLECTED
            ADD AG-FEE-AMOUNT TO WS-TOTAL-FEES
            MOVE WS-NET-AMT TO PD-NET-AMOUNT
            EVALUATE TRUE
                WHEN AR-AMOUNT-PAID > AR-AMOUNT-DUE
                    MOVE "CREDIT BAL" TO PD-DISPOSITION
                WHEN AR-ITEM-PAID
                    MOVE "PAID IN FULL" TO PD-DISPOSITION
                WHEN OTHER
                    MOVE "COLLECTED" TO PD-DISPOSITION
            END-EVALUATE
            WRITE AGENCY-REPORT-LINE FROM WS-POSTED-DETAIL
            MOVE AR-SITE-ID TO WS-GL-LOOKUP-SITE
            MOVE "PAY" TO WS-GL-LOOKUP-TYPE
            MOVE WS-NET-AMT TO WS-GL-POST-AMT
            PERFORM ACCUMULATE-GL-AMOUNT
            MOVE "AGF" TO WS-GL-LOOKUP-TYPE
            MOVE AG-FEE-AMOUNT TO WS-GL-POST-AMT
            PERFORM ACCUMULATE-GL-AMOUNT.

      * a returned account is forgiven in full, the way an ARADJUST
      * write-off is; the register shows what actually left the
      * receivable
       WRITE-OFF-RETURNED-ITEM.
            ADD 1 TO WS-RETURNED-COUNT
            IF AR-AMOUNT-DUE > AR-AMOUNT-PAID
                COMPUTE WS-OPEN-BALANCE =
                    AR-AMOUNT-DUE - AR-AMOUNT-PAID
            ELSE
                MOVE ZERO TO WS-OPEN-BALANCE
            END-IF
            MOVE AR-AMOUNT-PAID TO AR-AMOUNT-DUE
            SET AR-ITEM-WRITTEN-OFF TO TRUE
            MOVE "UNC" TO AR-ADJ-REASON
            PERFORM REWRITE-POSTED-ITEM
            ADD WS-OPEN-BALANCE TO WS-TOTAL-RETURNED
            MOVE ZERO TO PD-GROSS-AMOUNT
            MOVE ZERO TO PD-FEE-AMOUNT
            MOVE WS-OPEN-BALANCE TO PD-NET-AMOUNT
            MOVE "UNCOLLECTIBLE" TO PD-DISPOSITION
            WRITE AGENCY-REPORT-LINE FROM WS-POSTED-DETAIL
            MOVE AR-SITE-ID TO WS-GL-LOOKUP-SITE
            MOVE "ADJ" TO WS-GL-LOOKUP-TYPE
            MOVE WS-OPEN-BALANCE TO WS-GL-POST-AMT
            PERFORM ACCUMULATE-GL-AMOUNT.

       REWRITE-POSTED-ITEM.
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "*** open-item rewrite failed for "
                        "COVID " AR-ID-NUMBER " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
            END-REWRITE.

       ACCUMULATE-GL-AMOUNT.
            IF WS-GL-LOOKUP-SITE = SPACES
                MOVE "???" TO WS-GL-LOOKUP-SITE
            END-IF
            MOVE ZERO TO WS-GL-HIT
            PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                    UNTIL WS-GL-SUB > WS-GL-COUNT
                       OR WS-GL-HIT > ZERO
                IF GL-TYPE(WS-GL-SUB) = WS-GL-LOOKUP-TYPE
                   AND GL-SITE-ID(WS-GL-SUB) = WS-GL-LOOKUP-SITE
                    MOVE WS-GL-SUB TO WS-GL-HIT
                END-IF
            END-PERFORM
            IF WS-GL-HIT = ZERO
               AND WS-GL-COUNT < WS-GL-MAX
                ADD 1 TO WS-GL-COUNT
                MOVE WS-GL-COUNT TO WS-GL-HIT
                MOVE WS-GL-LOOKUP-TYPE TO GL-TYPE(WS-GL-HIT)
                MOVE WS-GL-LOOKUP-SITE TO GL-SITE-ID(WS-GL-HIT)
                MOVE ZERO TO GL-AMOUNT(WS-GL-HIT)
            END-IF
            IF WS-GL-HIT > ZERO
                ADD WS-GL-POST-AMT TO GL-AMOUNT(WS-GL-HIT)
            END-IF.

       WRITE-AGENCY-GL-FEED.
            PERFORM OPEN-GL-FEED
            MOVE "COLLPST" TO WS-GLFD-SOURCE
            PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                    UNTIL WS-GL-SUB > WS-GL-COUNT
                IF GL-AMOUNT(WS-GL-SUB) > ZERO
                    MOVE GL-TYPE(WS-GL-SUB) TO WS-GLFD-TYPE
                    MOVE GL-SITE-ID(WS-GL-SUB) TO WS-GLFD-SITE-ID
                    MOVE GL-AMOUNT(WS-GL-SUB) TO WS-GLFD-AMOUNT
                    PERFORM WRITE-GL-FEED-RECORD
                END-IF
            END-PERFORM
            PERFORM CLOSE-GL-FEED.

           COPY GLFDPROC.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM COLLPST.
