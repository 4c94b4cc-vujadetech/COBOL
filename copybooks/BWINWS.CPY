       01  WS-BWIN-FILE-STATUS  PIC XX VALUE "00".
           88 BWIN-FILE-OK      VALUE "00".
       01  WS-BWIN-CYCLE-DATE   PIC 9(8) VALUE ZERO.
       01  WS-BWIN-FIXED-FLAG   PIC X VALUE "N".
           88 BWIN-CYCLE-DATE-FIXED VALUE "Y".
       01  WS-BWIN-WINDOW-END   PIC 9(6) VALUE 070000.
       01  WS-BWIN-LONG-RUN-PCT PIC 9(3) VALUE 150.
       01  WS-BWIN-START-DATE   PIC 9(8) VALUE ZERO.
       01  WS-BWIN-START-TIME   PIC 9(6) VALUE ZERO.
       01  WS-BWIN-DUE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-BWIN-END-DATE     PIC 9(8) VALUE ZERO.
       01  WS-BWIN-END-TIME     PIC 9(6) VALUE ZERO.
       01  WS-BWIN-PRIOR-FLAG   PIC X VALUE "N".
       01  WS-BWIN-NOW-DATE     PIC 9(8) VALUE ZERO.
       01  WS-BWIN-NOW-TIME     PIC 9(6) VALUE ZERO.
       01  WS-BWIN-SLA-FLAG     PIC X VALUE "N".
           88 CYCLE-SLA-BREACHED VALUE "Y".
