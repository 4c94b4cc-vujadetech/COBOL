       01  WS-OSGN-FILE-STATUS  PIC XX VALUE "00".
           88 OSGN-FILE-OK      VALUE "00".
       01  WS-OSGN-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-OSGN-FILE  VALUE "Y".
      * consecutive failed sign-ons that lock an operator ID
       01  WS-MAX-SIGNON-FAILURES PIC 9 VALUE 3.
       01  WS-OSGN-MAX          PIC 9(2) VALUE 20.
       01  WS-OSGN-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-OSGN-TABLE.
           05 WG-ENTRY OCCURS 20 TIMES.
              10 WG-OPERATOR-ID PIC X(3).
              10 WG-LAST-DATE   PIC 9(8).
              10 WG-LAST-TIME   PIC 9(6).
              10 WG-FAILED-COUNT PIC 9.
              10 WG-FAILED-DATE PIC 9(8).
       01  WS-OSGN-SUB          PIC 9(2) VALUE ZERO.
       01  WS-OSGN-HIT          PIC 9(2) VALUE ZERO.
