       FD  ASSISTANCE-FILE.
       01  ASSISTANCE-RECORD.
           05 FA-PATIENT-NUMBER  PIC 9(6).
           05 FA-TIER            PIC X.
           05 FA-EFFECTIVE-DATE  PIC 9(8).
           05 FA-EXPIRE-DATE     PIC 9(8).
           05 FA-APPROVED-BY     PIC X(3).
           05 FA-CHANGED-DATE    PIC 9(8).
