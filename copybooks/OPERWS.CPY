              10 WO-NAME        PIC X(20).
              10 WO-AUTH-LEVEL  PIC 9.
              10 WO-ACTIVE      PIC X.
              10 WO-PIN-HASH    PIC X(9).
              10 WO-PIN-SET-DATE PIC 9(8).
              10 WO-CHANGED-BY  PIC X(3).
              10 WO-CHANGED-DATE PIC 9(8).
       01  WS-OPER-SUB          PIC 9(2) VALUE ZERO.
       01  WS-OPER-LOOKUP-ID    PIC X(3) VALUE SPACES.
       01  WS-OPER-HIT          PIC 9(2) VALUE ZERO.
       01  WS-OPER-CHANGED-BY   PIC X(3) VALUE SPACES.
      * a PIN lives 90 days from the day it was set; a PIN set by a
      * supervisor carries no set date and must be changed at the
      * next sign-on
       01  WS-PIN-LIFE-DAYS     PIC 9(3) VALUE 90.
       01  WS-PIN-ENTRY         PIC X(8) VALUE SPACES.
       01  WS-PIN-CONFIRM       PIC X(8) VALUE SPACES.
       01  WS-PIN-VALID-FLAG    PIC X VALUE "N".
           88 NEW-PIN-VALID     VALUE "Y".
       01  WS-PIN-HASH          PIC 9(9) VALUE ZERO.
       01  WS-PIN-HASH-X REDEFINES WS-PIN-HASH PIC X(9).
       01  WS-PIN-HASH-WORK     PIC 9(12) VALUE ZERO.
       01  WS-PIN-ROUND         PIC 9(3) VALUE ZERO.
       01  WS-PIN-SUB           PIC 9(2) VALUE ZERO.
       01  WS-PIN-DATA.
           05 WS-PIN-DATA-ID    PIC X(3).
           05 WS-PIN-DATA-PIN   PIC X(8).
       01  WS-PIN-DATA-R REDEFINES WS-PIN-DATA.
           05 WS-PIN-BYTE       PIC X OCCURS 11 TIMES.
