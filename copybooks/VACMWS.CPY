       01  WS-VACM-FILE-STATUS  PIC XX VALUE "00".
           88 VACM-FILE-OK      VALUE "00".
       01  WS-VACM-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-VACM-FILE  VALUE "Y".
       01  WS-VACM-MAX          PIC 9(3) VALUE 200.
       01  WS-VACM-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-VACM-TABLE        VALUE SPACES.
           05 WV-ENTRY OCCURS 200 TIMES.
              10 WV-VACCINATOR-ID  PIC X(4).
              10 WV-NAME           PIC X(25).
              10 WV-LICENSE-NUMBER PIC X(12).
              10 WV-LICENSE-EXPIRY PIC 9(8).
              10 WV-ASSIGNED-SITE OCCURS 5 TIMES PIC X(3).
              10 WV-ACTIVE         PIC X.
       01  WS-VACM-SUB          PIC 9(3) VALUE ZERO.
       01  WS-VACM-LOOKUP-ID    PIC X(4) VALUE SPACES.
       01  WS-VACM-HIT          PIC 9(3) VALUE ZERO.
       01  WS-VACM-SITE-SUB     PIC 9 VALUE ZERO.
       01  WS-VACM-LOOKUP-SITE  PIC X(3) VALUE SPACES.
       01  WS-VACM-SITE-FLAG    PIC X VALUE "N".
           88 VACCINATOR-AT-SITE VALUE "Y".
