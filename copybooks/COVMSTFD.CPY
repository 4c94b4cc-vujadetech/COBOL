                 15 MASTER-DOSE-NUMBER PIC 9.
                 15 MASTER-DOSE-DATE   PIC 9(8).
                 15 MASTER-DOSE-LOT    PIC 9(5).
                 15 MASTER-DOSE-VACCINATOR PIC X(4).
           05 MASTER-SITE-ID    PIC X(3).
           05 MASTER-TYPE-CODE  PIC X.
