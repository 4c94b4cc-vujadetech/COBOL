       01  WS-SCLS-FILE-STATUS PIC XX VALUE "00".
           88 SCLS-FILE-OK     VALUE "00" "05".
       01  WS-SCLS-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SCLS-FILE VALUE "Y".
       01  WS-SCLS-RUN-DATE    PIC 9(8) VALUE ZERO.
       01  WS-SCLS-MAX         PIC 9(3) VALUE 200.
       01  WS-SCLS-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-SCLS-TABLE.
           05 WS-SCLS-ENTRY OCCURS 200 TIMES.
              10 CLOS-SITE-ID     PIC X(3).
              10 CLOS-FROM-DATE   PIC 9(8).
              10 CLOS-TO-DATE     PIC 9(8).
              10 CLOS-ALT-SITE-ID PIC X(3).
       01  WS-SCLS-FOUND       PIC X VALUE "N".
           88 SITE-DAY-CLOSED  VALUE "Y".
       01  WS-SCLS-LOOKUP-ID   PIC X(3) VALUE SPACES.
       01  WS-SCLS-LOOKUP-DATE PIC 9(8) VALUE ZERO.
       01  WS-SCLS-SUB         PIC 9(3) VALUE ZERO.
       01  WS-SCLS-HIT         PIC 9(3) VALUE ZERO.
