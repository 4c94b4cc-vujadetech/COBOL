       01  WS-JRNL-FILE-STATUS  PIC XX VALUE "00".
           88 JRNL-FILE-OK      VALUE "00".
       01  WS-JRNL-ACTION       PIC X(7) VALUE SPACES.
       01  WS-JRNL-BEFORE       PIC X(179) VALUE SPACES.
       01  WS-JRNL-AFTER        PIC X(179) VALUE SPACES.
