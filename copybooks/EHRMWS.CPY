       01  WS-EHRM-FILE-STATUS PIC XX VALUE "00".
           88 EHRM-FILE-OK     VALUE "00" "05".
       01  WS-EHRM-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-EHR-MESSAGES VALUE "Y".
