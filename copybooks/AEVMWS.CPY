       01  WS-AE-FILE-STATUS   PIC XX VALUE "00".
           88 AE-FILE-OK       VALUE "00" "05".
