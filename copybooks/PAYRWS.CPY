              10 WP-REMIT-ADDRESS PIC X(30).
              10 WP-ACTIVE        PIC X.
              10 WP-EFF-DATE      PIC 9(8).
              10 WP-FILING-LIMIT  PIC 9(3).
       01  WS-PAYR-SUB          PIC 9(2) VALUE ZERO.
       01  WS-PAYR-LOOKUP-CODE  PIC X(3) VALUE SPACES.
       01  WS-PAYR-HIT          PIC 9(2) VALUE ZERO.
