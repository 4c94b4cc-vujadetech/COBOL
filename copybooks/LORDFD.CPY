       FD  LAB-ORDER-FILE.
       01  LAB-ORDER-RECORD.
           05 LO-ORDER-KEY.
              10 LO-COVID-ID.
                 15 LO-ID-NUMBER     PIC 9(6).
                 15 LO-CHECK-DIGIT   PIC 9.
              10 LO-ORDER-DATE    PIC 9(8).
              10 LO-ORDER-TIME    PIC 9(6).
           05 LO-MANIFEST-KEY.
              10 LO-PICKUP-DATE   PIC 9(8).
              10 LO-SITE-ID       PIC X(3).
           05 LO-TYPE-CODE        PIC X.
           05 LO-COLLECT-DATE     PIC 9(8).
           05 LO-STATUS           PIC X.
              88 LO-ORDER-OPEN    VALUE "O".
              88 LO-ORDER-CLOSED  VALUE "C".
           05 LO-RESULT-CODE      PIC X(15).
           05 LO-RESULT-DATE      PIC 9(8).
           05 LO-RESULT-TIME      PIC 9(6).
           05 LO-CLOSED-DATE      PIC 9(8).
