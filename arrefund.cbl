      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit-balance refund posting - reads the day's refund
      *          transactions keyed by CovidID and service date, each
      *          naming the payee (patient or insurer), the amount and
      *          the approving supervisor's initials, and applies each
      *          approved refund directly to the overpaid item on the
      *          indexed open-items receivable, reducing the credit
      *          balance by the amount refunded. The approver must be
      *          an active operator with override authority, and a
      *          refund may never exceed the item's credit; a zero
      *          amount refunds the whole credit. Approved refunds are
      *          printed on the refund register with the payee's name
      *          and mailing address so the finance office can cut the
      *          checks, rejected ones are printed with the reason,
      *          and refunded dollars are accumulated by the billed
      *          item's site for the general-ledger feed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREFUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-FILE ASSIGN TO "REFUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ARITMSEL.
           COPY PATXRSEL.
           COPY PATMSSEL.
           COPY PAYRSEL.
           COPY OPERSEL.
           SELECT REFUND-REGISTER ASSIGN TO "REFUND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY GLFDSEL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-FILE.
       01  REFUND-RECORD.
           05 RF-ID-NUMBER     PIC 9(6).
           05 RF-CHECK-DIGIT   PIC 9.
           05 RF-SERVICE-DATE  PIC 9(8).
           05 RF-PAYEE-TYPE    PIC X.
              88 RF-PAY-PATIENT  VALUE "P".
              88 RF-PAY-INSURER  VALUE "I".
              88 RF-VALID-PAYEE  VALUES "P" "I".
           05 RF-AMOUNT        PIC 9(7)V99.
           05 RF-APPROVER      PIC X(3).

           COPY ARITMFD.
           COPY PATXRFD.
           COPY PATMSFD.
           COPY PAYRFD.
           COPY OPERFD.

       FD  REFUND-REGISTER.
       01  REFUND-REGISTER-LINE    PIC X(90).

           COPY GLFDFD.
           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-REFUNDS   VALUE "Y".
       01  WS-ITEM-FOUND       PIC X VALUE "N".
           88 ITEM-RECORD-FOUND VALUE "Y".
       01  WS-PAYEE-FOUND      PIC X VALUE "N".
           88 PAYEE-ADDRESS-FOUND VALUE "Y".
       01  WS-MIN-AUTH-LEVEL   PIC 9 VALUE 4.
       01  WS-REFUND-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-CREDIT-BALANCE   PIC 9(7)V99 VALUE ZERO.
       01  WS-REFUND-AMT       PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-REFUNDED   PIC 9(9)V99 VALUE ZERO.
       01  WS-PAYEE-NAME       PIC X(30) VALUE SPACES.
       01  WS-PAYEE-ADDRESS    PIC X(30) VALUE SPACES.
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-GL-SITE-MAX      PIC 9(2) VALUE 12.
       01  WS-GL-SITE-COUNT    PIC 9(2) VALUE ZERO.
       01  WS-GL-SITE-SUB      PIC 9(2) VALUE ZERO.
       01  WS-GL-SITE-HIT      PIC 9(2) VALUE ZERO.
       01  WS-GL-LOOKUP-SITE   PIC X(3) VALUE SPACES.
       01  WS-GL-SITE-TABLE    VALUE SPACES.
           05 WS-GL-SITE-ENTRY OCCURS 12 TIMES.
              10 GL-SITE-ID     PIC X(3).
              10 GL-SITE-AMOUNT PIC 9(9)V99.

       01  WS-REGISTER-HEADING PIC X(60) VALUE
           "*** CREDIT BALANCE REFUND REGISTER ***".

       01  WS-REGISTER-DETAIL.
           05 FILLER           PIC X(7)  VALUE "COVID ".
           05 RG-ID-NUMBER     PIC 9(6).
           05 RG-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(6)  VALUE "  SVC ".
           05 RG-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RG-PAYEE-TYPE    PIC X(7).
           05 FILLER           PIC X(4)  VALUE "  $ ".
           05 RG-AMOUNT        PIC Z(6)9.99.
           05 FILLER           PIC X(7)  VALUE "  APPR ".
           05 RG-APPROVER      PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RG-DISPOSITION   PIC X(20).

       01  WS-PAY-TO-LINE.
           05 FILLER           PIC X(14) VALUE "    PAY TO    ".
           05 PL-PAYEE-NAME    PIC X(30).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 PL-PAYEE-ADDRESS PIC X(30).

       01  WS-REGISTER-TOTAL.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL REFUNDED    $ ".
           05 RT-TOTAL-REFUNDED PIC Z(8)9.99.

           COPY PAYRWS.
           COPY OPERWS.
           COPY ARITMWS.
           COPY GLFDWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "AR-REFUNDS" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM LOAD-PAYER-TABLE
            PERFORM LOAD-OPERATOR-TABLE
            OPEN I-O AR-OPEN-ITEM-FILE
            IF NOT AR-FILE-OK
                DISPLAY "*** no open-items file, nothing to refund "
                    "***"
            END-IF
            OPEN INPUT PATIENT-XREF-FILE
            OPEN INPUT PATIENT-MASTER
            OPEN INPUT REFUND-FILE
            OPEN OUTPUT REFUND-REGISTER
            WRITE REFUND-REGISTER-LINE FROM WS-REGISTER-HEADING
            PERFORM UNTIL END-OF-REFUNDS
                READ REFUND-FILE
                    AT END SET END-OF-REFUNDS TO TRUE
                    NOT AT END PERFORM APPLY-ONE-REFUND
                END-READ
            END-PERFORM
            CLOSE REFUND-FILE
            CLOSE PATIENT-XREF-FILE
            CLOSE PATIENT-MASTER
            CLOSE AR-OPEN-ITEM-FILE
            PERFORM WRITE-REFUND-GL-FEED
            MOVE WS-TOTAL-REFUNDED TO RT-TOTAL-REFUNDED
            WRITE REFUND-REGISTER-LINE FROM WS-REGISTER-TOTAL
            CLOSE REFUND-REGISTER
            DISPLAY WS-REFUND-COUNT " refund(s) approved, "
                WS-REJECT-COUNT " rejected."
            MOVE WS-REFUND-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-REJECT-COUNT " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "AR-REFUNDS" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-REFUND-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-REJECT-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE WS-TOTAL-REFUNDED TO WS-CTOT-DOLLAR-TOTAL
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
                     WS-REFUND-COUNT + WS-REJECT-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * money only leaves on a supervisor's say-so: the approver must
      * be an active operator with override authority, the item must
      * still hold a credit at least as large as the refund, and the
      * payee must have a mailing address for the check
       APPLY-ONE-REFUND.
            MOVE "N" TO WS-ITEM-FOUND
            MOVE ZERO TO WS-CREDIT-BALANCE
            MOVE RF-ID-NUMBER TO AR-ID-NUMBER
            MOVE RF-CHECK-DIGIT TO AR-CHECK-DIGIT
            MOVE RF-SERVICE-DATE TO AR-SERVICE-DATE
            READ AR-OPEN-ITEM-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    SET ITEM-RECORD-FOUND TO TRUE
                    IF AR-AMOUNT-PAID > AR-AMOUNT-DUE
                        COMPUTE WS-CREDIT-BALANCE =
                            AR-AMOUNT-PAID - AR-AMOUNT-DUE
                    END-IF
            END-READ
            IF RF-AMOUNT = ZERO
                MOVE WS-CREDIT-BALANCE TO WS-REFUND-AMT
            ELSE
                MOVE RF-AMOUNT TO WS-REFUND-AMT
            END-IF
            MOVE RF-APPROVER TO WS-OPER-LOOKUP-ID
            PERFORM FIND-OPERATOR-BY-ID
            MOVE "N" TO WS-PAYEE-FOUND
            IF ITEM-RECORD-FOUND AND RF-VALID-PAYEE
                PERFORM FIND-PAYEE-ADDRESS
            END-IF
            MOVE RF-ID-NUMBER TO RG-ID-NUMBER
            MOVE RF-CHECK-DIGIT TO RG-CHECK-DIGIT
            MOVE RF-SERVICE-DATE TO RG-SERVICE-DATE
            MOVE WS-REFUND-AMT TO RG-AMOUNT
            MOVE RF-APPROVER TO RG-APPROVER
            EVALUATE TRUE
                WHEN RF-PAY-PATIENT
                    MOVE "PATIENT" TO RG-PAYEE-TYPE
                WHEN RF-PAY-INSURER
                    MOVE "INSURER" TO RG-PAYEE-TYPE
                WHEN OTHER
                    MOVE "???" TO RG-PAYEE-TYPE
            END-EVALUATE
            EVALUATE TRUE
                WHEN WS-OPER-HIT = ZERO
                    PERFORM REJECT-ONE-REFUND
                    MOVE "NOT AUTHORIZED" TO RG-DISPOSITION
                WHEN WO-ACTIVE(WS-OPER-HIT) NOT = "A"
                  OR WO-AUTH-LEVEL(WS-OPER-HIT) < WS-MIN-AUTH-LEVEL
                    PERFORM REJECT-ONE-REFUND
                    MOVE "NOT AUTHORIZED" TO RG-DISPOSITION
                    DISPLAY "*** operator " RF-APPROVER
                        " may not approve refunds ***"
                WHEN NOT ITEM-RECORD-FOUND
                    PERFORM REJECT-ONE-REFUND
                    MOVE "NO SUCH ITEM" TO RG-DISPOSITION
                WHEN NOT RF-VALID-PAYEE
                    PERFORM REJECT-ONE-REFUND
                    MOVE "BAD PAYEE TYPE" TO RG-DISPOSITION
                WHEN WS-CREDIT-BALANCE = ZERO
                    PERFORM REJECT-ONE-REFUND
                    MOVE "NO CREDIT BALANCE" TO RG-DISPOSITION
                WHEN WS-REFUND-AMT > WS-CREDIT-BALANCE
                    PERFORM REJECT-ONE-REFUND
                    MOVE "EXCEEDS CREDIT" TO RG-DISPOSITION
                WHEN NOT PAYEE-ADDRESS-FOUND
                    PERFORM REJECT-ONE-REFUND
                    MOVE "NO PAYEE ADDRESS" TO RG-DISPOSITION
                WHEN OTHER
                    PERFORM POST-ONE-REFUND
            END-EVALUATE
            WRITE REFUND-REGISTER-LINE FROM WS-REGISTER-DETAIL
            IF RG-DISPOSITION = "APPROVED"
                MOVE WS-PAYEE-NAME TO PL-PAYEE-NAME
                MOVE WS-PAYEE-ADDRESS TO PL-PAYEE-ADDRESS
                WRITE REFUND-REGISTER-LINE FROM WS-PAY-TO-LINE
            END-IF.

      * a patient check goes to the name and address on the patient
      * master through the CovidID cross-reference; an insurer check
      * goes to the billed payer's remit address
       FIND-PAYEE-ADDRESS.
            MOVE SPACES TO WS-PAYEE-NAME
            MOVE SPACES TO WS-PAYEE-ADDRESS
            IF RF-PAY-INSURER
                MOVE AR-PAYER-CODE TO WS-PAYR-LOOKUP-CODE
                PERFORM FIND-PAYER-BY-CODE
                IF AR-PAYER-CODE NOT = SPACES
                   AND WS-PAYR-HIT > ZERO
                    MOVE WP-NAME(WS-PAYR-HIT) TO WS-PAYEE-NAME
                    MOVE WP-REMIT-ADDRESS(WS-PAYR-HIT)
                        TO WS-PAYEE-ADDRESS
                    SET PAYEE-ADDRESS-FOUND TO TRUE
                END-IF
            ELSE
                MOVE AR-ID-NUMBER TO XR-ID-NUMBER
                MOVE AR-CHECK-DIGIT TO XR-CHECK-DIGIT
                READ PATIENT-XREF-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE XR-PATIENT-NUMBER TO PM-PATIENT-NUMBER
                        READ PATIENT-MASTER
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                MOVE PM-PAT-NAME TO WS-PAYEE-NAME
                                MOVE PM-PAT-ADDRESS
                                    TO WS-PAYEE-ADDRESS
                                SET PAYEE-ADDRESS-FOUND TO TRUE
                        END-READ
                END-READ
            END-IF.

       REJECT-ONE-REFUND.
            ADD 1 TO WS-REJECT-COUNT.

       POST-ONE-REFUND.
            ADD 1 TO WS-REFUND-COUNT
            SUBTRACT WS-REFUND-AMT FROM AR-AMOUNT-PAID
            MOVE RF-APPROVER TO AR-ADJ-OPERATOR
            ADD WS-REFUND-AMT TO WS-TOTAL-REFUNDED
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "*** open-item rewrite failed for "
                        "COVID " AR-ID-NUMBER " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
            END-REWRITE
            MOVE "APPROVED" TO RG-DISPOSITION
            MOVE AR-SITE-ID TO WS-GL-LOOKUP-SITE
            PERFORM ACCUMULATE-GL-REFUND.

      * refunded dollars feed the general ledger by the billed item's
      * site, the same way ARPOST and REMITPST post the cash received
       ACCUMULATE-GL-REFUND.
            IF WS-GL-LOOKUP-SITE = SPACES
                MOVE "???" TO WS-GL-LOOKUP-SITE
            END-IF
            MOVE ZERO TO WS-GL-SITE-HIT
            PERFORM VARYING WS-GL-SITE-SUB FROM 1 BY 1
                    UNTIL WS-GL-SITE-SUB > WS-GL-SITE-COUNT
                       OR WS-GL-SITE-HIT > ZERO
                IF GL-SITE-ID(WS-GL-SITE-SUB) = WS-GL-LOOKUP-SITE
                    MOVE WS-GL-SITE-SUB TO WS-GL-SITE-HIT
                END-IF
            END-PERFORM
            IF WS-GL-SITE-HIT = ZERO
               AND WS-GL-SITE-COUNT < WS-GL-SITE-MAX
                ADD 1 TO WS-GL-SITE-COUNT
                MOVE WS-GL-SITE-COUNT TO WS-GL-SITE-HIT
                MOVE WS-GL-LOOKUP-SITE
                    TO GL-SITE-ID(WS-GL-SITE-HIT)
                MOVE ZERO TO GL-SITE-AMOUNT(WS-GL-SITE-HIT)
            END-IF
            IF WS-GL-SITE-HIT > ZERO
                ADD WS-REFUND-AMT TO GL-SITE-AMOUNT(WS-GL-SITE-HIT)
            END-IF.

       WRITE-REFUND-GL-FEED.
            PERFORM OPEN-GL-FEED
            MOVE "ARREFUND" TO WS-GLFD-SOURCE
            MOVE "RFD" TO WS-GLFD-TYPE
            PERFORM VARYING WS-GL-SITE-SUB FROM 1 BY 1
                    UNTIL WS-GL-SITE-SUB > WS-GL-SITE-COUNT
                MOVE GL-SITE-ID(WS-GL-SITE-SUB) TO WS-GLFD-SITE-ID
                MOVE GL-SITE-AMOUNT(WS-GL-SITE-SUB)
                    TO WS-GLFD-AMOUNT
                PERFORM WRITE-GL-FEED-RECORD
            END-PERFORM
            PERFORM CLOSE-GL-FEED.

           COPY PAYRLOAD.
           COPY OPERLOAD.
           COPY GLFDPROC.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM ARREFUND.
