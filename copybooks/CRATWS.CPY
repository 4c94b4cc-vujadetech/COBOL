       01  WS-CRAT-FILE-STATUS  PIC XX VALUE "00".
           88 CRAT-FILE-OK      VALUE "00".
       01  WS-CRAT-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-CRAT-FILE  VALUE "Y".
       01  WS-CRAT-MAX          PIC 9(3) VALUE 200.
       01  WS-CONTRACT-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-CONTRACT-TABLE    VALUE SPACES.
           05 WC-ENTRY OCCURS 200 TIMES.
              10 WC-PAYER-CODE    PIC X(3).
              10 WC-TYPE-CODE     PIC X.
              10 WC-EFF-DATE      PIC 9(8).
              10 WC-RATE          PIC 9(5)V99.
       01  WS-CRAT-SUB          PIC 9(3) VALUE ZERO.
       01  WS-CRAT-HIT          PIC 9(3) VALUE ZERO.
       01  WS-CRAT-LOOKUP-PAYER PIC X(3) VALUE SPACES.
       01  WS-CRAT-LOOKUP-TYPE  PIC X VALUE SPACE.
       01  WS-CRAT-LOOKUP-DATE  PIC 9(8) VALUE ZERO.
