       FD  CONTRACT-RATE-FILE.
       01  CONTRACT-RATE-RECORD.
           05 CT-PAYER-CODE     PIC X(3).
           05 CT-TYPE-CODE      PIC X.
           05 CT-EFFECTIVE-DATE PIC 9(8).
           05 CT-RATE           PIC 9(5)V99.
