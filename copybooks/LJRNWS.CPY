       01  WS-LJRN-FILE-STATUS  PIC XX VALUE "00".
           88 LJRN-FILE-OK      VALUE "00".
       01  WS-LJRN-ACTION       PIC X(7) VALUE SPACES.
       01  WS-LJRN-BEFORE       PIC X(27) VALUE SPACES.
       01  WS-LJRN-AFTER        PIC X(27) VALUE SPACES.
