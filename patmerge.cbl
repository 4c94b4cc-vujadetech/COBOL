       01  WS-REKEY-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-REKEY-SUB        PIC 9(2) VALUE ZERO.
       01  WS-REKEY-TABLE.
           05 WS-REKEY-ENTRY OCCURS 20 TIMES PIC X(127).
       01  WS-FOLD-FEE         PIC 9(5)V99 VALUE ZERO.
       01  WS-FOLD-TAX         PIC 9(5)V99 VALUE ZERO.
       01  WS-FOLD-DUE         PIC 9(7)V99 VALUE ZERO.
              10 SM-DOSE-NUMBER PIC 9.
              10 SM-DOSE-DATE   PIC 9(8).
              10 SM-DOSE-LOT    PIC 9(5).
              10 SM-DOSE-VACCINATOR PIC X(4).
           05 SM-TAIL          PIC X(4) VALUE SPACES.
       01  WS-SURV-MST-FOUND   PIC X VALUE "N".
           88 SURVIVOR-MASTER-FOUND VALUE "Y".
                    TO SM-DOSE-DATE(WS-DOSE-SUB)
                MOVE MASTER-DOSE-LOT(WS-DOSE-SUB)
                    TO SM-DOSE-LOT(WS-DOSE-SUB)
                MOVE MASTER-DOSE-VACCINATOR(WS-DOSE-SUB)
                    TO SM-DOSE-VACCINATOR(WS-DOSE-SUB)
                ADD 1 TO WS-DOSES-FOLDED
            END-IF.

