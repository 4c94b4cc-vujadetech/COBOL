       01  WS-WSTH-FILE-STATUS PIC XX VALUE "00".
           88 WSTH-FILE-OK     VALUE "00" "05".
