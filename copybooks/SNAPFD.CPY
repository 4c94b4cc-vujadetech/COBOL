       FD  CYCLE-SNAPSHOT-FILE.
       01  CYCLE-SNAPSHOT-RECORD.
           05 SN-FILE-TAG          PIC X(8).
              88 SN-HEADER-RECORD  VALUE "*HEADER*".
              88 SN-TRAILER-RECORD VALUE "*TRAILER".
           05 SN-DATA              PIC X(179).
           05 SN-HEADER-DATA REDEFINES SN-DATA.
              10 SN-CYCLE-DATE     PIC 9(8).
              10 SN-TAKEN-DATE     PIC 9(8).
              10 SN-TAKEN-TIME     PIC 9(6).
              10 FILLER            PIC X(157).
           05 SN-TRAILER-DATA REDEFINES SN-DATA.
              10 SN-RECORD-COUNT   PIC 9(8).
              10 FILLER            PIC X(171).
