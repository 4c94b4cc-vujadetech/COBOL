       FD  EHR-MESSAGE-LOG.
       01  EHR-MESSAGE-LOG-RECORD.
           05 EM-MESSAGE-ID.
              10 EM-MSG-TYPE      PIC X(3).
                 88 EM-PATIENT-MESSAGE  VALUE "ADT".
                 88 EM-RESULT-MESSAGE   VALUE "ORU".
                 88 EM-DOSE-MESSAGE     VALUE "VXU".
              10 EM-SUBJECT-ID    PIC 9(7).
              10 EM-EVENT-STAMP   PIC 9(14).
           05 EM-EVENT-CODE       PIC X(3).
           05 EM-PATIENT-NUMBER   PIC 9(6).
           05 EM-FIRST-SENT-DATE  PIC 9(8).
           05 EM-LAST-SENT-DATE   PIC 9(8).
           05 EM-SEND-COUNT       PIC 9(2).
           05 EM-ACK-STATUS       PIC X.
              88 EM-ACK-PENDING   VALUE "P".
              88 EM-ACK-ACCEPTED  VALUE "A".
              88 EM-ACK-REJECTED  VALUE "R".
           05 EM-ACK-DATE         PIC 9(8).
           05 EM-REJECT-REASON    PIC X(30).
           05 EM-DETAIL-SEGMENT   PIC X(120).
