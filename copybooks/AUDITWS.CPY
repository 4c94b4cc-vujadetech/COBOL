       01  WS-OPRS-FILE-STATUS   PIC XX VALUE "00".
           88 OPRS-FILE-OK       VALUE "00".
       01  WS-AUDIT-OPERATOR     PIC X(3) VALUE SPACES.
       01  WS-AUDIT-TAIL-SWITCH  PIC X VALUE "N".
           88 AUDIT-TAIL-REACHED VALUE "Y".
       01  WS-AUDIT-LAST-SEQUENCE PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-LAST-CHAIN   PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-CHAIN-PRIOR  PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-CHAIN-RESULT PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-CHAIN-WORK   PIC 9(11) VALUE ZERO.
       01  WS-AUDIT-CHAIN-SUB    PIC 9(3) VALUE ZERO.
       01  WS-AUDIT-CHAIN-DATA   PIC X(102) VALUE SPACES.
       01  WS-AUDIT-CHAIN-BYTES REDEFINES WS-AUDIT-CHAIN-DATA.
           05 WS-AUDIT-CHAIN-BYTE PIC X OCCURS 102 TIMES.
