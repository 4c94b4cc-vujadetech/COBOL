       FD  CLOSE-CONTACT-FILE.
       01  CLOSE-CONTACT-RECORD.
           05 CT-CONTACT-KEY.
              10 CT-INDEX-COVID-ID.
                 15 CT-INDEX-ID-NUMBER   PIC 9(6).
                 15 CT-INDEX-CHECK-DIGIT PIC 9.
              10 CT-CONTACT-SEQ   PIC 99.
           05 CT-CONTACT-NAME     PIC A(10).
           05 CT-CONTACT-PHONE    PIC X(12).
           05 CT-CONTACT-DOB      PIC 9(8).
           05 CT-EXPOSURE-DATE    PIC 9(8).
           05 CT-QUARANTINE-END   PIC 9(8).
           05 CT-STATUS           PIC X.
              88 CT-NOT-YET-REACHED VALUE "O".
              88 CT-WAS-REACHED     VALUE "R".
              88 CT-WAS-REFUSED     VALUE "F".
              88 CT-BAD-NUMBER      VALUE "B".
           05 CT-ATTEMPT-COUNT    PIC 99.
           05 CT-LAST-CALL-DATE   PIC 9(8).
           05 CT-PATIENT-NUMBER   PIC 9(6).
           05 CT-LINKED-DATE      PIC 9(8).
           05 CT-ADDED-DATE       PIC 9(8).
