       FD  SITE-CLOSURE-FILE.
       01  SITE-CLOSURE-RECORD.
           05 SC-SITE-ID       PIC X(3).
           05 SC-FROM-DATE     PIC 9(8).
           05 SC-TO-DATE       PIC 9(8).
           05 SC-ALT-SITE-ID   PIC X(3).
           05 SC-REASON        PIC X(20).
           05 SC-ENTERED-BY    PIC X(3).
           05 SC-POSTED-DATE   PIC 9(8).
