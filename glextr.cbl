      * Purpose: General-ledger interface extract - turns the day's
      *          activity on the GL feed (fees and tax billed by
      *          COVIDREG, payments applied by ARPOST and REMITPST,
      *          write-offs and adjustments from ARADJUST, payer
      *          contractual allowances booked by REMITPST, credit
      *          balance refunds from ARREFUND, collection agency
      *          recoveries, fees and returns from COLLPST, financial
      *          assistance discounts given by COVIDREG) into
      *          balanced debit/credit posting records by account,
      *          site, and period. Each feed amount produces a debit
      *          and a matching credit, debits and credits are totaled

      * chart of accounts for the interface: 1000 cash, 1200 patient
      * and insurer receivable, 2200 sales tax payable, 4000 visit
      * fee revenue, 4900 payer contractual allowance, 4950 financial
      * assistance (charity care) allowance, 6100 write-off
      * and adjustment expense, 6200 collection agency fees
       01  WS-ACCT-CASH        PIC 9(4) VALUE 1000.
       01  WS-ACCT-AR          PIC 9(4) VALUE 1200.
       01  WS-ACCT-TAX-PAYABLE PIC 9(4) VALUE 2200.
       01  WS-ACCT-FEE-REVENUE PIC 9(4) VALUE 4000.
       01  WS-ACCT-CONTRACTUAL PIC 9(4) VALUE 4900.
       01  WS-ACCT-ASSISTANCE  PIC 9(4) VALUE 4950.
       01  WS-ACCT-WRITE-OFF   PIC 9(4) VALUE 6100.
       01  WS-ACCT-AGENCY-FEE  PIC 9(4) VALUE 6200.

       01  WS-POST-MAX         PIC 9(3) VALUE 100.
       01  WS-POST-COUNT       PIC 9(3) VALUE ZERO.
                    MOVE ZERO TO WS-POST-DEBIT
                    MOVE GF-AMOUNT TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                WHEN GF-IS-CONTRACTUAL
                    MOVE WS-ACCT-CONTRACTUAL TO WS-POST-ACCOUNT
                    MOVE GF-AMOUNT TO WS-POST-DEBIT
                    MOVE ZERO TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                    MOVE WS-ACCT-AR TO WS-POST-ACCOUNT
                    MOVE ZERO TO WS-POST-DEBIT
                    MOVE GF-AMOUNT TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                WHEN GF-IS-ASSISTANCE
                    MOVE WS-ACCT-ASSISTANCE TO WS-POST-ACCOUNT
                    MOVE GF-AMOUNT TO WS-POST-DEBIT
                    MOVE ZERO TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                    MOVE WS-ACCT-AR TO WS-POST-ACCOUNT
                    MOVE ZERO TO WS-POST-DEBIT
                    MOVE GF-AMOUNT TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                WHEN GF-IS-AGENCY-FEE
                    MOVE WS-ACCT-AGENCY-FEE TO WS-POST-ACCOUNT
                    MOVE GF-AMOUNT TO WS-POST-DEBIT
                    MOVE ZERO TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                    MOVE WS-ACCT-AR TO WS-POST-ACCOUNT
                    MOVE ZERO TO WS-POST-DEBIT
                    MOVE GF-AMOUNT TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                WHEN GF-IS-REFUND
                    MOVE WS-ACCT-AR TO WS-POST-ACCOUNT
                    MOVE GF-AMOUNT TO WS-POST-DEBIT
                    MOVE ZERO TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                    MOVE WS-ACCT-CASH TO WS-POST-ACCOUNT
                    MOVE ZERO TO WS-POST-DEBIT
                    MOVE GF-AMOUNT TO WS-POST-CREDIT
                    PERFORM ACCUMULATE-POSTING
                WHEN OTHER
                    ADD 1 TO WS-BAD-FEED-COUNT
                    DISPLAY "*** unrecognized GL feed type '"
