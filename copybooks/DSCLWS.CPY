       01  WS-DSCL-FILE-STATUS   PIC XX VALUE "00".
           88 DSCL-FILE-OK       VALUE "00".
       01  WS-DSCL-PATIENT-NUMBER PIC 9(6) VALUE ZERO.
       01  WS-DSCL-RECIPIENT     PIC X(20) VALUE SPACES.
       01  WS-DSCL-PURPOSE       PIC X(30) VALUE SPACES.
       01  WS-DSCL-COUNT         PIC 9(6) VALUE ZERO.
