              10 BK-ID-NUMBER    PIC 9(6).
              10 BK-CHECK-DIGIT  PIC 9.
              10 BK-SERVICE-DATE PIC 9(8).
           05 FILLER             PIC X(112).

           COPY ARITMFD.

