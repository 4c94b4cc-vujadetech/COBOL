       FD  SIGNON-STATUS-FILE.
       01  SIGNON-STATUS-RECORD.
           05 SG-OPERATOR-ID      PIC X(3).
           05 SG-LAST-SIGNON-DATE PIC 9(8).
           05 SG-LAST-SIGNON-TIME PIC 9(6).
           05 SG-FAILED-COUNT     PIC 9.
           05 SG-LAST-FAILED-DATE PIC 9(8).
