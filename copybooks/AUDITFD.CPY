           05 AL-OUTCOME       PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 AL-OPERATOR-ID   PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 AL-SEQUENCE-NO   PIC 9(9).
           05 FILLER           PIC X VALUE SPACE.
           05 AL-CHAIN-VALUE   PIC 9(9).

       FD  OPERATOR-SESSION-FILE.
       01  OPERATOR-SESSION-RECORD.
