      *          instead of discovered at month end. Remittances that
      *          match no open item, or whose payer disagrees with the
      *          billed payer, are reported and left for manual
      *          research. An insurer payment larger than the item's
      *          open balance - typically after the patient has also
      *          paid - is posted in full and leaves a credit balance
      *          for refund. Applied insurer cash is accumulated by the
      *          billed item's site for the general-ledger feed.
      *          When the payer has a contracted rate for the item's
      *          vaccine/test type in force on the date of service, the
      *          first payment books the contractual adjustment - the
      *          fee billed above the contracted rate - against the
      *          item under reason CON with its own GL entry, and any
      *          payment that leaves the item short of the contracted
      *          amount is listed on the underpayment report for
      *          follow-up with the payer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-POSTING-REPORT ASSIGN TO "REMITPST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNDERPAYMENT-REPORT ASSIGN TO "UNDERPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY CRATSEL.
           COPY GLFDSEL.
           COPY AUDITSEL.
           COPY CTOTSEL.
       FD  REMIT-POSTING-REPORT.
       01  REMIT-REPORT-LINE       PIC X(80).

       FD  UNDERPAYMENT-REPORT.
       01  UNDERPAYMENT-LINE       PIC X(80).

           COPY CRATFD.
           COPY GLFDFD.
           COPY AUDITFD.
           COPY CTOTFD.
       01  WS-PAYMENT-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-DENIAL-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-UNDERPAID-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-CONTRACTUAL-COUNT PIC 9(6) VALUE ZERO.
       01  WS-APPLY-AMT        PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-POSTED     PIC 9(7)V99 VALUE ZERO.
       01  WS-CONTRACT-AMT     PIC 9(5)V99 VALUE ZERO.
       01  WS-TOTAL-CONTRACT   PIC 9(7)V99 VALUE ZERO.
       01  WS-SHORT-AMT        PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-SHORT      PIC 9(7)V99 VALUE ZERO.
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-GL-SITE-MAX      PIC 9(2) VALUE 12.
           05 WS-GL-SITE-ENTRY OCCURS 12 TIMES.
              10 GL-SITE-ID     PIC X(3).
              10 GL-SITE-AMOUNT PIC 9(9)V99.
       01  WS-GL-CAD-COUNT     PIC 9(2) VALUE ZERO.
       01  WS-GL-CAD-TABLE     VALUE SPACES.
           05 WS-GL-CAD-ENTRY OCCURS 12 TIMES.
              10 GL-CAD-SITE-ID PIC X(3).
              10 GL-CAD-AMOUNT  PIC 9(9)V99.

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** INSURER REMITTANCE POSTING REPORT ***".
           05 FILLER           PIC X(9)  VALUE "  REASON ".
           05 DN-REASON        PIC X(3).

       01  WS-UNDERPAY-HEADING.
           05 FILLER           PIC X(40) VALUE
              "*** PAYER UNDERPAYMENT REPORT ***".
       01  WS-UNDERPAY-COLUMNS.
           05 FILLER           PIC X(40) VALUE
              "PYR MEMBER ID  COVID  SERVICE  T   CONTR".
           05 FILLER           PIC X(40) VALUE
              "ACT         PAID       SHORT".

       01  WS-UNDERPAY-DETAIL.
           05 UP-PAYER-CODE    PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 UP-MEMBER-ID     PIC X(10).
           05 FILLER           PIC X     VALUE SPACE.
           05 UP-ID-NUMBER     PIC 9(6).
           05 FILLER           PIC X     VALUE SPACE.
           05 UP-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 UP-TYPE-CODE     PIC X.
           05 FILLER           PIC X     VALUE SPACE.
           05 UP-CONTRACT-AMT  PIC Z(6)9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 UP-PAID-AMT      PIC Z(6)9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 UP-SHORT-AMT     PIC Z(6)9.99.

       01  WS-UNDERPAY-TOTAL.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL SHORT PAID  $ ".
           05 UT-TOTAL-SHORT   PIC Z(6)9.99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 UT-UNDERPAID-COUNT PIC ZZZZZ9.
           05 FILLER           PIC X(8)  VALUE " ITEM(S)".

       01  WS-CONTRACT-TOTAL-LINE.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL CONTRACTUAL $ ".
           05 PT-TOTAL-CONTRACT PIC Z(6)9.99.

       01  WS-POSTING-TOTAL.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL POSTED      $ ".
           05 PT-TOTAL-POSTED  PIC Z(6)9.99.

           COPY ARITMWS.
           COPY CRATWS.
           COPY GLFDWS.
           COPY AUDITWS.
           COPY CTOTWS.
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM LOAD-CONTRACT-TABLE
            OPEN I-O AR-OPEN-ITEM-FILE
            IF NOT AR-FILE-OK
                DISPLAY "*** no open-items file, nothing to post "
            OPEN INPUT REMITTANCE-FILE
            OPEN OUTPUT REMIT-POSTING-REPORT
            OPEN OUTPUT DENIAL-WORKLIST-FILE
            OPEN OUTPUT UNDERPAYMENT-REPORT
            WRITE REMIT-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE DENIAL-WORKLIST-LINE FROM WS-DENIAL-HEADING
            WRITE UNDERPAYMENT-LINE FROM WS-UNDERPAY-HEADING
            WRITE UNDERPAYMENT-LINE FROM WS-UNDERPAY-COLUMNS
            PERFORM UNTIL END-OF-REMITTANCES
                READ REMITTANCE-FILE
                    AT END SET END-OF-REMITTANCES TO TRUE
            PERFORM WRITE-PAYMENT-GL-FEED
            MOVE WS-TOTAL-POSTED TO PT-TOTAL-POSTED
            WRITE REMIT-REPORT-LINE FROM WS-POSTING-TOTAL
            MOVE WS-TOTAL-CONTRACT TO PT-TOTAL-CONTRACT
            WRITE REMIT-REPORT-LINE FROM WS-CONTRACT-TOTAL-LINE
            MOVE WS-TOTAL-SHORT TO UT-TOTAL-SHORT
            MOVE WS-UNDERPAID-COUNT TO UT-UNDERPAID-COUNT
            WRITE UNDERPAYMENT-LINE FROM WS-UNDERPAY-TOTAL
            CLOSE REMIT-POSTING-REPORT
            CLOSE DENIAL-WORKLIST-FILE
            CLOSE UNDERPAYMENT-REPORT
            DISPLAY WS-PAYMENT-COUNT " payment(s) posted, "
                WS-DENIAL-COUNT " denial(s), "
                WS-UNMATCHED-COUNT " unmatched."
            DISPLAY WS-CONTRACTUAL-COUNT " contractual adjustment(s), "
                WS-UNDERPAID-COUNT " underpaid item(s)."
            MOVE WS-PAYMENT-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-DENIAL-COUNT " DENIED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME

       APPLY-ONE-PAYMENT.
            ADD 1 TO WS-PAYMENT-COUNT
            MOVE AR-PAYER-CODE TO WS-CRAT-LOOKUP-PAYER
            MOVE AR-TYPE-CODE TO WS-CRAT-LOOKUP-TYPE
            MOVE AR-SERVICE-DATE TO WS-CRAT-LOOKUP-DATE
            PERFORM FIND-CONTRACT-RATE
            IF WS-CRAT-HIT > ZERO
               AND AR-CONTRACT-ADJ = ZERO
               AND AR-BASE-FEE > WC-RATE(WS-CRAT-HIT)
                PERFORM BOOK-CONTRACTUAL-ADJUSTMENT
            END-IF
            MOVE RM-AMOUNT TO WS-APPLY-AMT
            ADD WS-APPLY-AMT TO AR-AMOUNT-PAID
            ADD WS-APPLY-AMT TO WS-TOTAL-POSTED
            IF AR-AMOUNT-PAID < AR-AMOUNT-DUE
                SET AR-ITEM-PARTIAL TO TRUE
            ELSE
                SET AR-ITEM-PAID TO TRUE
            END-IF
            PERFORM REWRITE-POSTED-ITEM
            MOVE RM-ID-NUMBER TO PD-ID-NUMBER
            MOVE RM-SERVICE-DATE TO PD-SERVICE-DATE
            MOVE WS-APPLY-AMT TO PD-AMOUNT
            IF AR-AMOUNT-PAID > AR-AMOUNT-DUE
                MOVE "CREDIT BAL" TO PD-DISPOSITION
            ELSE
                MOVE "POSTED" TO PD-DISPOSITION
            END-IF
            WRITE REMIT-REPORT-LINE FROM WS-POSTED-DETAIL
            MOVE AR-SITE-ID TO WS-GL-LOOKUP-SITE
            PERFORM ACCUMULATE-GL-PAYMENT
            IF WS-CRAT-HIT > ZERO
               AND AR-AMOUNT-PAID < AR-AMOUNT-DUE
                PERFORM REPORT-UNDERPAYMENT
            END-IF.

      * the payer owes only its contracted rate (plus the tax billed
      * on the visit); the fee billed above that rate is written down
      * once, on the first payment, so a later payment on the same
      * item does not take the allowance twice
       BOOK-CONTRACTUAL-ADJUSTMENT.
            COMPUTE WS-CONTRACT-AMT =
                AR-BASE-FEE - WC-RATE(WS-CRAT-HIT)
            IF WS-CONTRACT-AMT > AR-AMOUNT-DUE
                MOVE AR-AMOUNT-DUE TO WS-CONTRACT-AMT
            END-IF
            SUBTRACT WS-CONTRACT-AMT FROM AR-AMOUNT-DUE
            MOVE WS-CONTRACT-AMT TO AR-CONTRACT-ADJ
            MOVE "CON" TO AR-ADJ-REASON
            ADD 1 TO WS-CONTRACTUAL-COUNT
            ADD WS-CONTRACT-AMT TO WS-TOTAL-CONTRACT
            MOVE RM-ID-NUMBER TO PD-ID-NUMBER
            MOVE RM-SERVICE-DATE TO PD-SERVICE-DATE
            MOVE WS-CONTRACT-AMT TO PD-AMOUNT
            MOVE "CONTRACT ADJ" TO PD-DISPOSITION
            WRITE REMIT-REPORT-LINE FROM WS-POSTED-DETAIL
            MOVE AR-SITE-ID TO WS-GL-LOOKUP-SITE
            PERFORM ACCUMULATE-GL-CONTRACTUAL.

      * short is what the payer still owes against the contracted
      * amount after everything posted to the item so far
       REPORT-UNDERPAYMENT.
            ADD 1 TO WS-UNDERPAID-COUNT
            COMPUTE WS-SHORT-AMT = AR-AMOUNT-DUE - AR-AMOUNT-PAID
            ADD WS-SHORT-AMT TO WS-TOTAL-SHORT
            MOVE RM-PAYER-CODE TO UP-PAYER-CODE
            MOVE RM-MEMBER-ID TO UP-MEMBER-ID
            MOVE RM-ID-NUMBER TO UP-ID-NUMBER
            MOVE RM-SERVICE-DATE TO UP-SERVICE-DATE
            MOVE AR-TYPE-CODE TO UP-TYPE-CODE
            MOVE AR-AMOUNT-DUE TO UP-CONTRACT-AMT
            MOVE AR-AMOUNT-PAID TO UP-PAID-AMT
            MOVE WS-SHORT-AMT TO UP-SHORT-AMT
            WRITE UNDERPAYMENT-LINE FROM WS-UNDERPAY-DETAIL.

       RECORD-ONE-DENIAL.
            ADD 1 TO WS-DENIAL-COUNT
                ADD WS-APPLY-AMT TO GL-SITE-AMOUNT(WS-GL-SITE-HIT)
            END-IF.

       ACCUMULATE-GL-CONTRACTUAL.
            IF WS-GL-LOOKUP-SITE = SPACES
                MOVE "???" TO WS-GL-LOOKUP-SITE
            END-IF
            MOVE ZERO TO WS-GL-SITE-HIT
            PERFORM VARYING WS-GL-SITE-SUB FROM 1 BY 1
                    UNTIL WS-GL-SITE-SUB > WS-GL-CAD-COUNT
                       OR WS-GL-SITE-HIT > ZERO
                IF GL-CAD-SITE-ID(WS-GL-SITE-SUB) = WS-GL-LOOKUP-SITE
                    MOVE WS-GL-SITE-SUB TO WS-GL-SITE-HIT
                END-IF
            END-PERFORM
            IF WS-GL-SITE-HIT = ZERO
               AND WS-GL-CAD-COUNT < WS-GL-SITE-MAX
                ADD 1 TO WS-GL-CAD-COUNT
                MOVE WS-GL-CAD-COUNT TO WS-GL-SITE-HIT
                MOVE WS-GL-LOOKUP-SITE
                    TO GL-CAD-SITE-ID(WS-GL-SITE-HIT)
                MOVE ZERO TO GL-CAD-AMOUNT(WS-GL-SITE-HIT)
            END-IF
            IF WS-GL-SITE-HIT > ZERO
                ADD WS-CONTRACT-AMT TO GL-CAD-AMOUNT(WS-GL-SITE-HIT)
            END-IF.

       WRITE-PAYMENT-GL-FEED.
            PERFORM OPEN-GL-FEED
            MOVE "REMITPST" TO WS-GLFD-SOURCE
                    TO WS-GLFD-AMOUNT
                PERFORM WRITE-GL-FEED-RECORD
            END-PERFORM
            MOVE "CAD" TO WS-GLFD-TYPE
            PERFORM VARYING WS-GL-SITE-SUB FROM 1 BY 1
                    UNTIL WS-GL-SITE-SUB > WS-GL-CAD-COUNT
                MOVE GL-CAD-SITE-ID(WS-GL-SITE-SUB) TO WS-GLFD-SITE-ID
                MOVE GL-CAD-AMOUNT(WS-GL-SITE-SUB)
                    TO WS-GLFD-AMOUNT
                PERFORM WRITE-GL-FEED-RECORD
            END-PERFORM
            PERFORM CLOSE-GL-FEED.

           COPY CRATLOAD.
           COPY GLFDPROC.
           COPY AUDITPROC.
           COPY CTOTPROC.
