       01  WS-FAST-FILE-STATUS  PIC XX VALUE "00".
           88 FAST-FILE-OK      VALUE "00".
      * sliding-scale tiers under the grant terms: tier code and the
      * percentage of the visit fee forgiven
       01  WS-FAST-TIER-VALUES.
           05 FILLER PIC X(4) VALUE "1100".
           05 FILLER PIC X(4) VALUE "2075".
           05 FILLER PIC X(4) VALUE "3050".
           05 FILLER PIC X(4) VALUE "4025".
       01  WS-FAST-TIER-TABLE REDEFINES WS-FAST-TIER-VALUES.
           05 FT-ENTRY OCCURS 4 TIMES.
              10 FT-TIER-CODE     PIC X.
              10 FT-DISCOUNT-PCT  PIC 9(3).
       01  WS-FAST-TIER-COUNT   PIC 9 VALUE 4.
       01  WS-FAST-SUB          PIC 9 VALUE ZERO.
       01  WS-FAST-HIT          PIC 9 VALUE ZERO.
       01  WS-FAST-LOOKUP-TIER  PIC X VALUE SPACE.
