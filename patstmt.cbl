      *          cross-reference to the patient master for the
      *          patient's name and mailing address, and produces one
      *          formatted statement per patient listing each service
      *          date, any financial-assistance discount, amount due,
      *          amount paid, and the total balance owed, so patients
      *          with open balances finally hear from us. Each item
      *          stated is counted on the receivable, so the
      *          collection referral run can tell how many statements
      *          a balance has already had; items placed with the
      *          collection agency are no longer stated to the patient.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY PATMSFD.

       FD  STATEMENT-WORK-FILE.
       01  STATEMENT-WORK-RECORD   PIC X(46).

       SD  SORT-WORK-FILE.
       01  SORT-STMT-RECORD.
           05 SR-CHECK-DIGIT   PIC 9.
           05 SR-AMOUNT-DUE    PIC 9(7)V99.
           05 SR-AMOUNT-PAID   PIC 9(7)V99.
           05 SR-ASSIST-DISC   PIC 9(5)V99.

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-LINE    PIC X(80).
       01  WS-FIRST-GROUP-FLAG PIC X VALUE "Y".
           88 FIRST-STATEMENT  VALUE "Y".
       01  WS-PATIENT-BALANCE  PIC 9(8)V99 VALUE ZERO.
       01  WS-PATIENT-ASSIST   PIC 9(8)V99 VALUE ZERO.

       01  WS-STMT-SEPARATOR   PIC X(60) VALUE ALL "=".

           05 SA-PAT-ADDRESS   PIC X(30).

       01  WS-STMT-COL-HEADING PIC X(50) VALUE
           "  SERVICE DATE  ASSIST $       DUE $      PAID $".

       01  WS-STMT-DETAIL.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 SD-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 SD-ASSIST-DISC   PIC Z(6)9.99.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 SD-AMOUNT-DUE    PIC Z(6)9.99.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 SD-AMOUNT-PAID   PIC Z(6)9.99.
              "  BALANCE DUE    $ ".
           05 ST-BALANCE       PIC Z(7)9.99.

       01  WS-STMT-ASSIST-LINE.
           05 FILLER           PIC X(34) VALUE
              "  FINANCIAL ASSISTANCE APPLIED  $ ".
           05 SF-ASSIST-TOTAL  PIC Z(7)9.99.

           COPY ARITMWS.
           COPY AUDITWS.
           COPY CTOTWS.
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            OPEN I-O AR-OPEN-ITEM-FILE
            OPEN INPUT PATIENT-XREF-FILE
            OPEN OUTPUT STATEMENT-WORK-FILE
            IF AR-FILE-OK
      * only self-pay items go on a patient statement: an item with a
      * payer code is the insurer's bill until the claim comes back.
      * An adjusted item still owing a balance statements like any
      * other - the reduced amount due carries the adjustment. An
      * item with the collection agency (status C) is the agency's to
      * pursue and is never stated
       SELECT-STATEMENT-ITEM.
            IF AR-PAYER-CODE = SPACES
               AND (AR-STATUS = "O" OR "P" OR "A")
                    MOVE AR-CHECK-DIGIT TO SR-CHECK-DIGIT
                    MOVE AR-AMOUNT-DUE TO SR-AMOUNT-DUE
                    MOVE AR-AMOUNT-PAID TO SR-AMOUNT-PAID
                    MOVE AR-ASSIST-DISC TO SR-ASSIST-DISC
                    WRITE STATEMENT-WORK-RECORD
                        FROM SORT-STMT-RECORD
                    PERFORM COUNT-ITEM-STATEMENT
                ELSE
                    ADD 1 TO WS-NO-XREF-COUNT
                    DISPLAY "*** no patient xref for CovidID "
                END-IF
            END-IF.

       COUNT-ITEM-STATEMENT.
            IF AR-STMT-COUNT < 99
                ADD 1 TO AR-STMT-COUNT
                REWRITE AR-OPEN-ITEM-RECORD
                    INVALID KEY
                        DISPLAY "*** open-item rewrite failed for "
                            "COVID " AR-ID-NUMBER " ***"
                END-REWRITE
            END-IF.

       JOIN-PATIENT-NUMBER.
            MOVE "N" TO WS-XREF-FOUND-FLAG
            MOVE AR-ID-NUMBER TO XR-ID-NUMBER
                PERFORM OPEN-ONE-STATEMENT
            END-IF
            MOVE SR-SERVICE-DATE TO SD-SERVICE-DATE
            MOVE SR-ASSIST-DISC TO SD-ASSIST-DISC
            MOVE SR-AMOUNT-DUE TO SD-AMOUNT-DUE
            MOVE SR-AMOUNT-PAID TO SD-AMOUNT-PAID
            WRITE STATEMENT-PRINT-LINE FROM WS-STMT-DETAIL
            COMPUTE WS-PATIENT-BALANCE = WS-PATIENT-BALANCE
                + SR-AMOUNT-DUE - SR-AMOUNT-PAID
            ADD SR-ASSIST-DISC TO WS-PATIENT-ASSIST.

       OPEN-ONE-STATEMENT.
            ADD 1 TO WS-STATEMENT-COUNT
            MOVE ZERO TO WS-PATIENT-BALANCE
            MOVE ZERO TO WS-PATIENT-ASSIST
            MOVE SR-PATIENT-NO TO SN-PATIENT-NO
            MOVE SPACES TO SN-PAT-NAME
            MOVE SPACES TO SA-PAT-ADDRESS
       CLOSE-ONE-STATEMENT.
            MOVE WS-PATIENT-BALANCE TO ST-BALANCE
            ADD WS-PATIENT-BALANCE TO WS-TOTAL-BILLED
            IF WS-PATIENT-ASSIST > ZERO
                MOVE WS-PATIENT-ASSIST TO SF-ASSIST-TOTAL
                WRITE STATEMENT-PRINT-LINE FROM WS-STMT-ASSIST-LINE
            END-IF
            WRITE STATEMENT-PRINT-LINE FROM WS-STMT-TOTAL-LINE.

           COPY AUDITPROC.
