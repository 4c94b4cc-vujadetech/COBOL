              88 GF-IS-TAX     VALUE "TAX".
              88 GF-IS-PAYMENT VALUE "PAY".
              88 GF-IS-ADJUSTMENT VALUE "ADJ".
              88 GF-IS-REFUND  VALUE "RFD".
              88 GF-IS-CONTRACTUAL VALUE "CAD".
              88 GF-IS-AGENCY-FEE VALUE "AGF".
              88 GF-IS-ASSISTANCE VALUE "FAD".
           05 GF-AMOUNT        PIC 9(7)V99.
