       FD  ADVERSE-EVENT-MASTER.
       01  ADVERSE-EVENT-RECORD.
           05 AE-EVENT-KEY.
              10 AE-COVID-ID.
                 15 AE-ID-NUMBER    PIC 9(6).
                 15 AE-CHECK-DIGIT  PIC 9.
              10 AE-DOSE-NUMBER     PIC 9.
           05 AE-SEVERITY           PIC X.
              88 AE-SEVERITY-MILD     VALUE "1".
              88 AE-SEVERITY-MODERATE VALUE "2".
              88 AE-SEVERITY-SEVERE   VALUE "3".
              88 AE-SEVERITY-LIFE     VALUE "4".
              88 AE-SERIOUS-EVENT     VALUES "3" "4".
           05 AE-ONSET-DATE         PIC 9(8).
           05 AE-DOSE-DATE          PIC 9(8).
           05 AE-LOT-NUMBER         PIC 9(5).
           05 AE-SITE-ID            PIC X(3).
           05 AE-TYPE-CODE          PIC X.
           05 AE-DESCRIPTION        PIC X(30).
           05 AE-REPORTED-BY        PIC X(3).
           05 AE-REPORTED-DATE      PIC 9(8).
