       01  WS-LORD-FILE-STATUS   PIC XX VALUE "00".
           88 LORD-FILE-OK       VALUE "00" "05".
       01  WS-LORD-EOF-SWITCH    PIC X VALUE "N".
           88 END-OF-LAB-ORDERS  VALUE "Y".
