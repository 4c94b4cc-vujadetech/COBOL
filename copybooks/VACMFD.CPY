       FD  VACCINATOR-MASTER-FILE.
       01  VACCINATOR-MASTER-RECORD.
           05 VM-VACCINATOR-ID  PIC X(4).
           05 VM-NAME           PIC X(25).
           05 VM-LICENSE-NUMBER PIC X(12).
           05 VM-LICENSE-EXPIRY PIC 9(8).
           05 VM-SITE-ASSIGNMENTS.
              10 VM-ASSIGNED-SITE OCCURS 5 TIMES PIC X(3).
           05 VM-ACTIVE-FLAG    PIC X.
              88 VM-IS-ACTIVE   VALUE "A".
              88 VM-IS-INACTIVE VALUE "I".
           05 VM-CHANGED-BY     PIC X(3).
           05 VM-CHANGED-DATE   PIC 9(8).
