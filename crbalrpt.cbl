      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit-balance report - sweeps the open-items
      *          receivable for items where more has been paid than
      *          is due, typically a patient payment and an insurer
      *          payment on the same visit, and lists each overpaid
      *          item sorted by the billed item's site and payer with
      *          the amount due, amount paid and credit owed back,
      *          subtotaled by payer within site, by site, and in
      *          total. Every credit stays on this report until an
      *          approved refund through ARREFUND clears it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBALRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARITMSEL.
           COPY SITESEL.
           SELECT CREDIT-WORK-FILE ASSIGN TO "CRBALRPT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "CRBSRT.WRK".
           SELECT CREDIT-REPORT-FILE ASSIGN TO "CRBALRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY ARITMFD.
           COPY SITEFD.

       FD  CREDIT-WORK-FILE.
       01  CREDIT-WORK-RECORD      PIC X(48).

       SD  SORT-WORK-FILE.
       01  SORT-CREDIT-RECORD.
           05 SR-SITE-ID       PIC X(3).
           05 SR-PAYER-CODE    PIC X(3).
           05 SR-ID-NUMBER     PIC 9(6).
           05 SR-CHECK-DIGIT   PIC 9.
           05 SR-SERVICE-DATE  PIC 9(8).
           05 SR-AMOUNT-DUE    PIC 9(7)V99.
           05 SR-AMOUNT-PAID   PIC 9(7)V99.
           05 SR-CREDIT        PIC 9(7)V99.

       FD  CREDIT-REPORT-FILE.
       01  CREDIT-REPORT-LINE      PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-AR-ITEMS  VALUE "Y".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-CREDITS VALUE "Y".
       01  WS-FIRST-GROUP-FLAG PIC X VALUE "Y".
           88 FIRST-SITE-GROUP VALUE "Y".
       01  WS-CURRENT-SITE     PIC X(3) VALUE LOW-VALUES.
       01  WS-CURRENT-PAYER    PIC X(3) VALUE LOW-VALUES.
       01  WS-ITEM-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-CREDIT     PIC 9(9)V99 VALUE ZERO.
       01  WS-SITE-ITEMS       PIC 9(6) VALUE ZERO.
       01  WS-SITE-CREDIT      PIC 9(9)V99 VALUE ZERO.
       01  WS-PAYER-ITEMS      PIC 9(6) VALUE ZERO.
       01  WS-PAYER-CREDIT     PIC 9(9)V99 VALUE ZERO.

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** A/R CREDIT BALANCES BY SITE AND PAYER ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(41) VALUE
              "    PAYER   COVID    SERVICE      AMT DUE".
           05 FILLER           PIC X(39) VALUE
              "      AMT PAID        CREDIT".

       01  WS-SITE-HEADING.
           05 FILLER           PIC X(5)  VALUE "SITE ".
           05 SH-SITE-ID       PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 SH-SITE-NAME     PIC X(20).

       01  WS-DETAIL-LINE.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 DL-PAYER-LABEL   PIC X(8).
           05 DL-ID-NUMBER     PIC 9(6).
           05 DL-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-AMOUNT-DUE    PIC Z(6)9.99.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 DL-AMOUNT-PAID   PIC Z(6)9.99.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 DL-CREDIT        PIC Z(6)9.99.

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 TL-LABEL         PIC X(20).
           05 TL-ITEMS         PIC ZZZZZ9.
           05 FILLER           PIC X(18) VALUE " ITEM(S)  CREDIT $".
           05 TL-CREDIT        PIC Z(8)9.99.

           COPY SITEWS.
           COPY ARITMWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CREDIT-BALANCES" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM LOAD-SITE-TABLE
            OPEN INPUT AR-OPEN-ITEM-FILE
            OPEN OUTPUT CREDIT-WORK-FILE
            IF AR-FILE-OK
                MOVE ZEROS TO AR-ITEM-KEY
                START AR-OPEN-ITEM-FILE
                    KEY NOT LESS THAN AR-ITEM-KEY
                    INVALID KEY SET END-OF-AR-ITEMS TO TRUE
                END-START
                PERFORM UNTIL END-OF-AR-ITEMS
                    READ AR-OPEN-ITEM-FILE NEXT RECORD
                        AT END SET END-OF-AR-ITEMS TO TRUE
                        NOT AT END PERFORM SELECT-CREDIT-ITEM
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no open-items file, nothing to check "
                    "***"
            END-IF
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE CREDIT-WORK-FILE
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-SITE-ID
                                 SR-PAYER-CODE
                                 SR-ID-NUMBER
                USING CREDIT-WORK-FILE
                OUTPUT PROCEDURE IS REPORT-CREDIT-BALANCES
            DISPLAY WS-ITEM-COUNT " item(s) carrying a credit balance."
            MOVE WS-ITEM-COUNT TO WS-AUDIT-KEY-VALUE
            MOVE "COMPLETED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "CREDIT-BALANCES" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-ITEM-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE ZERO TO WS-CTOT-REJECT-COUNT
            MOVE WS-TOTAL-CREDIT TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       SELECT-CREDIT-ITEM.
            IF AR-AMOUNT-PAID > AR-AMOUNT-DUE
                ADD 1 TO WS-ITEM-COUNT
                MOVE AR-SITE-ID TO SR-SITE-ID
                MOVE AR-PAYER-CODE TO SR-PAYER-CODE
                MOVE AR-ID-NUMBER TO SR-ID-NUMBER
                MOVE AR-CHECK-DIGIT TO SR-CHECK-DIGIT
                MOVE AR-SERVICE-DATE TO SR-SERVICE-DATE
                MOVE AR-AMOUNT-DUE TO SR-AMOUNT-DUE
                MOVE AR-AMOUNT-PAID TO SR-AMOUNT-PAID
                COMPUTE SR-CREDIT =
                    AR-AMOUNT-PAID - AR-AMOUNT-DUE
                ADD SR-CREDIT TO WS-TOTAL-CREDIT
                WRITE CREDIT-WORK-RECORD FROM SORT-CREDIT-RECORD
            END-IF.

       REPORT-CREDIT-BALANCES.
            OPEN OUTPUT CREDIT-REPORT-FILE
            WRITE CREDIT-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE CREDIT-REPORT-LINE FROM WS-COLUMN-HEADING
            PERFORM UNTIL END-OF-SORTED-CREDITS
                RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORTED-CREDITS TO TRUE
                    NOT AT END PERFORM REPORT-ONE-CREDIT
                END-RETURN
            END-PERFORM
            IF NOT FIRST-SITE-GROUP
                PERFORM WRITE-PAYER-SUBTOTAL
                PERFORM WRITE-SITE-SUBTOTAL
            END-IF
            MOVE SPACES TO CREDIT-REPORT-LINE
            WRITE CREDIT-REPORT-LINE
            MOVE "*** ALL SITES" TO TL-LABEL
            MOVE WS-ITEM-COUNT TO TL-ITEMS
            MOVE WS-TOTAL-CREDIT TO TL-CREDIT
            WRITE CREDIT-REPORT-LINE FROM WS-TOTAL-LINE
            CLOSE CREDIT-REPORT-FILE.

       REPORT-ONE-CREDIT.
            IF SR-SITE-ID NOT = WS-CURRENT-SITE
               OR FIRST-SITE-GROUP
                IF NOT FIRST-SITE-GROUP
                    PERFORM WRITE-PAYER-SUBTOTAL
                    PERFORM WRITE-SITE-SUBTOTAL
                END-IF
                MOVE SR-SITE-ID TO WS-CURRENT-SITE
                MOVE SR-PAYER-CODE TO WS-CURRENT-PAYER
                MOVE "N" TO WS-FIRST-GROUP-FLAG
                PERFORM WRITE-SITE-HEADING
            ELSE
                IF SR-PAYER-CODE NOT = WS-CURRENT-PAYER
                    PERFORM WRITE-PAYER-SUBTOTAL
                    MOVE SR-PAYER-CODE TO WS-CURRENT-PAYER
                END-IF
            END-IF
            ADD 1 TO WS-PAYER-ITEMS
            ADD 1 TO WS-SITE-ITEMS
            ADD SR-CREDIT TO WS-PAYER-CREDIT
            ADD SR-CREDIT TO WS-SITE-CREDIT
            PERFORM SET-PAYER-LABEL
            MOVE SR-ID-NUMBER TO DL-ID-NUMBER
            MOVE SR-CHECK-DIGIT TO DL-CHECK-DIGIT
            MOVE SR-SERVICE-DATE TO DL-SERVICE-DATE
            MOVE SR-AMOUNT-DUE TO DL-AMOUNT-DUE
            MOVE SR-AMOUNT-PAID TO DL-AMOUNT-PAID
            MOVE SR-CREDIT TO DL-CREDIT
            WRITE CREDIT-REPORT-LINE FROM WS-DETAIL-LINE.

       SET-PAYER-LABEL.
            IF WS-CURRENT-PAYER = SPACES
                MOVE "SELF-PAY" TO DL-PAYER-LABEL
            ELSE
                MOVE SPACES TO DL-PAYER-LABEL
                MOVE WS-CURRENT-PAYER TO DL-PAYER-LABEL(1:3)
            END-IF.

       WRITE-SITE-HEADING.
            MOVE SPACES TO CREDIT-REPORT-LINE
            WRITE CREDIT-REPORT-LINE
            MOVE SR-SITE-ID TO SH-SITE-ID
            MOVE SR-SITE-ID TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
                MOVE SITE-NAME(WS-SITE-HIT) TO SH-SITE-NAME
            ELSE
                MOVE "UNKNOWN SITE" TO SH-SITE-NAME
            END-IF
            WRITE CREDIT-REPORT-LINE FROM WS-SITE-HEADING.

       WRITE-PAYER-SUBTOTAL.
            MOVE SPACES TO TL-LABEL
            PERFORM SET-PAYER-LABEL
            STRING "PAYER " DL-PAYER-LABEL
                DELIMITED BY SIZE INTO TL-LABEL
            MOVE WS-PAYER-ITEMS TO TL-ITEMS
            MOVE WS-PAYER-CREDIT TO TL-CREDIT
            WRITE CREDIT-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE ZERO TO WS-PAYER-ITEMS
            MOVE ZERO TO WS-PAYER-CREDIT.

       WRITE-SITE-SUBTOTAL.
            MOVE "SITE TOTAL" TO TL-LABEL
            MOVE WS-SITE-ITEMS TO TL-ITEMS
            MOVE WS-SITE-CREDIT TO TL-CREDIT
            WRITE CREDIT-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE ZERO TO WS-SITE-ITEMS
            MOVE ZERO TO WS-SITE-CREDIT.

           COPY SITELOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM CRBALRPT.
