       FD  RESCHEDULE-NOTICE-FILE.
       01  RESCHEDULE-NOTICE-RECORD.
           05 RN-ID-NUMBER     PIC 9(6).
           05 RN-CHECK-DIGIT   PIC 9.
           05 RN-DOSE-NUMBER   PIC 9.
           05 RN-OLD-SITE-ID   PIC X(3).
           05 RN-OLD-DATE      PIC 9(8).
           05 RN-NEW-SITE-ID   PIC X(3).
           05 RN-NEW-DATE      PIC 9(8).
           05 RN-NEW-SITE-NAME PIC X(20).
           05 RN-NEW-SITE-ADDRESS PIC X(30).
