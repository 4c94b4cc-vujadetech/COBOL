              88 AR-ITEM-DENIED  VALUE "D".
              88 AR-ITEM-ADJUSTED VALUE "A".
              88 AR-ITEM-WRITTEN-OFF VALUE "W".
              88 AR-ITEM-IN-COLLECTION VALUE "C".
           05 AR-PAYER-CODE    PIC X(3).
           05 AR-MEMBER-ID     PIC X(10).
           05 AR-BILLED-DATE   PIC 9(8).
           05 AR-ADJ-REASON    PIC X(3).
           05 AR-ADJ-OPERATOR  PIC X(3).
           05 AR-SITE-ID       PIC X(3).
           05 AR-SUBMIT-DATE   PIC 9(8).
           05 AR-ACK-STATUS    PIC X.
              88 AR-ACK-PENDING   VALUE SPACE.
              88 AR-ACK-ACCEPTED  VALUE "A".
              88 AR-ACK-REJECTED  VALUE "R".
              88 AR-ACK-CORRECTED VALUE "C".
           05 AR-ACK-DATE      PIC 9(8).
           05 AR-ACK-REASON    PIC X(3).
           05 AR-CONTRACT-ADJ  PIC 9(5)V99.
           05 AR-STMT-COUNT    PIC 9(2).
           05 AR-PLACED-DATE   PIC 9(8).
           05 AR-ASSIST-TIER   PIC X.
           05 AR-ASSIST-DISC   PIC 9(5)V99.
