       FD  DISCLOSURE-LOG-FILE.
       01  DISCLOSURE-LOG-RECORD.
           05 DC-PATIENT-NUMBER  PIC 9(6).
           05 FILLER             PIC X.
           05 DC-DATE            PIC 9(8).
           05 FILLER             PIC X.
           05 DC-TIME            PIC 9(6).
           05 FILLER             PIC X.
           05 DC-PROGRAM-NAME    PIC X(20).
           05 FILLER             PIC X.
           05 DC-RECIPIENT       PIC X(20).
           05 FILLER             PIC X.
           05 DC-PURPOSE         PIC X(30).
