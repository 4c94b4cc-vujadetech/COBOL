       01  WS-CTCT-FILE-STATUS   PIC XX VALUE "00".
           88 CTCT-FILE-OK       VALUE "00" "05".
       01  WS-CTCT-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-CLOSE-CONTACTS VALUE "Y".
