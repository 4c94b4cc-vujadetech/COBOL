           05 INV-DOSES-RECEIVED PIC 9(5).
           05 INV-DOSES-ON-HAND  PIC 9(5).
           05 INV-EXPIRY-DATE    PIC 9(8).
           05 INV-QUARANTINE-FLAG PIC X.
              88 INV-QUARANTINED VALUE "Q".
              88 INV-NOT-QUARANTINED VALUE SPACE.
