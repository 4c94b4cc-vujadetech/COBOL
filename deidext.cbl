      ******************************************************************
      * Author:
      * Date:
      * Purpose: De-identified public health analytics extract -
      *          writes one line-level row per posted test result
      *          (result history) and per dose given (COVID-MASTER
      *          dose history) for the county epidemiologist, with
      *          every identifier replaced: the patient is carried
      *          only as a study ID drawn at random the first time the
      *          patient is extracted and kept on the study ID
      *          cross-walk, so the same patient has the same study ID
      *          in every release without it being derivable from the
      *          patient number; age is banded from PM-PAT-AGE; and
      *          dates are reduced to the epidemiological (MMWR) year
      *          and week. Only site, vaccine/test type, result and
      *          week are kept beside them. Rows whose age band and
      *          site group falls below the minimum cell size are
      *          suppressed, and a control report of the rows
      *          extracted and suppressed by group, with a release
      *          approval block, goes to the privacy officer. The
      *          minimum cell size (default 11) and the period
      *          (default everything to the run date) can be set on
      *          the optional DEIDPARM file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEIDEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COVMSTSEL.
           COPY LABHSEL.
           COPY PATXRSEL.
           COPY PATMSSEL.
           COPY VIDTSEL.
           SELECT OPTIONAL STUDY-XWALK-FILE ASSIGN TO "STUDYXWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-PATIENT-NUMBER
               ALTERNATE RECORD KEY IS SX-STUDY-ID
               FILE STATUS IS WS-STUDY-FILE-STATUS.
           SELECT OPTIONAL DEID-PARM-FILE ASSIGN TO "DEIDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT DEID-WORK-FILE ASSIGN TO "DEIDEXT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEID-EXTRACT-FILE ASSIGN TO "DEIDEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEID-CONTROL-FILE ASSIGN TO "DEIDCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY COVMSTFD.
           COPY LABHFD.
           COPY PATXRFD.
           COPY PATMSFD.
           COPY VIDTFD.

       FD  STUDY-XWALK-FILE.
       01  STUDY-XWALK-RECORD.
           05 SX-PATIENT-NUMBER PIC 9(6).
           05 SX-STUDY-ID      PIC 9(8).
           05 SX-ISSUED-DATE   PIC 9(8).

       FD  DEID-PARM-FILE.
       01  DEID-PARM-RECORD.
           05 PARM-MIN-CELL    PIC 9(3).
           05 PARM-FROM-DATE   PIC 9(8).
           05 PARM-TO-DATE     PIC 9(8).

       FD  DEID-WORK-FILE.
       01  DEID-WORK-RECORD        PIC X(77).

       FD  DEID-EXTRACT-FILE.
       01  DEID-EXTRACT-RECORD     PIC X(77).

       FD  DEID-CONTROL-FILE.
       01  DEID-CONTROL-LINE       PIC X(80).

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
           COPY LABHWS.
           COPY VIDTWS.
       01  WS-STUDY-FILE-STATUS PIC XX VALUE "00".
           88 STUDY-FILE-OK    VALUE "00" "05".
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-FILE      VALUE "Y".
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE          PIC 9(8) VALUE ZERO.
       01  WS-MIN-CELL         PIC 9(3) VALUE 11.
       01  WS-DOSE-SUB         PIC 9 VALUE ZERO.

       01  WS-TEST-ROW-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-DOSE-ROW-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-NO-LINK-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-EXTRACT-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-SUPPRESS-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-CELLS-SUPPRESSED PIC 9(4) VALUE ZERO.
       01  WS-NEW-STUDY-COUNT  PIC 9(6) VALUE ZERO.

      * the patient behind the row in hand, resolved from its CovidID
       01  WS-ROW-COVID-ID.
           05 WS-ROW-ID-NUMBER PIC 9(6).
           05 WS-ROW-CHECK-DIGIT PIC 9.
       01  WS-ROW-PATIENT-NO   PIC 9(6) VALUE ZERO.
       01  WS-ROW-AGE          PIC 999 VALUE ZERO.
       01  WS-ROW-AGE-KNOWN    PIC X VALUE "N".
           88 ROW-AGE-KNOWN    VALUE "Y".
       01  WS-ROW-DATE         PIC 9(8) VALUE ZERO.

      * a study ID is drawn at random and retried should it collide
      * with one already issued to another patient
       01  WS-RANDOM-SEED      PIC 9(8) VALUE ZERO.
       01  WS-RANDOM-VALUE     PIC V9(9) VALUE ZERO.
       01  WS-STUDY-TRIES      PIC 99 VALUE ZERO.
       01  WS-STUDY-MAX-TRIES  PIC 99 VALUE 20.
       01  WS-STUDY-ISSUED-FLAG PIC X VALUE "N".
           88 STUDY-ID-ISSUED  VALUE "Y".

      * age bands by upper age; a patient without a master record
      * falls in the last, unknown band
       01  WS-AGE-BAND-VALUES.
           05 FILLER           PIC X(8) VALUE "00-04004".
           05 FILLER           PIC X(8) VALUE "05-11011".
           05 FILLER           PIC X(8) VALUE "12-17017".
           05 FILLER           PIC X(8) VALUE "18-29029".
           05 FILLER           PIC X(8) VALUE "30-49049".
           05 FILLER           PIC X(8) VALUE "50-64064".
           05 FILLER           PIC X(8) VALUE "65-74074".
           05 FILLER           PIC X(8) VALUE "75+  999".
           05 FILLER           PIC X(8) VALUE "UNK  999".
       01  WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.
           05 WS-AGE-BAND-ENTRY OCCURS 9 TIMES.
              10 AB-LABEL      PIC X(5).
              10 AB-UPPER-AGE  PIC 999.
       01  WS-AGE-BAND-COUNT   PIC 9 VALUE 9.
       01  WS-AGE-BAND-SUB     PIC 9 VALUE ZERO.
       01  WS-AGE-BAND-HIT     PIC 9 VALUE ZERO.

      * row counts by age band and site, gathered on the first pass
      * so the second can suppress every row of a small group
       01  WS-CELL-MAX         PIC 9(3) VALUE 200.
       01  WS-CELL-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-CELL-SUB         PIC 9(3) VALUE ZERO.
       01  WS-CELL-HIT         PIC 9(3) VALUE ZERO.
       01  WS-CELL-TABLE       VALUE SPACES.
           05 WS-CELL-ENTRY OCCURS 200 TIMES.
              10 CE-AGE-BAND   PIC X(5).
              10 CE-SITE-ID    PIC X(3).
              10 CE-ROWS       PIC 9(6).

      * MMWR weeks run Sunday to Saturday; week 1 is the first week
      * with at least four days in the new year
       01  WS-EPI-DATE         PIC 9(8) VALUE ZERO.
       01  WS-EPI-DATE-PARTS REDEFINES WS-EPI-DATE.
           05 WS-EPI-DATE-YEAR PIC 9(4).
           05 FILLER           PIC X(4).
       01  WS-EPI-YEAR         PIC 9(4) VALUE ZERO.
       01  WS-EPI-WEEK         PIC 99 VALUE ZERO.
       01  WS-EPI-DAY-INT      PIC 9(7) VALUE ZERO.
       01  WS-EPI-START-INT    PIC 9(7) VALUE ZERO.
       01  WS-EPI-NEXT-INT     PIC 9(7) VALUE ZERO.
       01  WS-EPI-JAN1         PIC 9(8) VALUE ZERO.
       01  WS-EPI-JAN1-PARTS REDEFINES WS-EPI-JAN1.
           05 WS-EPI-JAN1-YEAR PIC 9(4).
           05 WS-EPI-JAN1-MMDD PIC 9(4).
       01  WS-EPI-JAN1-INT     PIC 9(7) VALUE ZERO.
       01  WS-EPI-WEEKDAY      PIC 9 VALUE ZERO.
       01  WS-EPI-FIND-YEAR    PIC 9(4) VALUE ZERO.
       01  WS-EPI-FOUND-INT    PIC 9(7) VALUE ZERO.

       01  WS-EXTRACT-ROW.
           05 DX-STUDY-ID      PIC 9(8).
           05 DX-ROW-TYPE      PIC X(4).
           05 DX-AGE-BAND      PIC X(5).
           05 DX-SITE-ID       PIC X(3).
           05 DX-TYPE-CODE     PIC X.
           05 DX-TYPE-NAME     PIC X(35).
           05 DX-RESULT        PIC X(15).
           05 DX-EPI-YEAR      PIC 9(4).
           05 DX-EPI-WEEK      PIC 99.

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** DE-IDENTIFIED ANALYTICS EXTRACT - CONTROL REPORT ***".

       01  WS-RUN-LINE.
           05 FILLER           PIC X(9)  VALUE "RUN DATE ".
           05 RL-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(9)  VALUE "  PERIOD ".
           05 RL-FROM-DATE     PIC 9(8).
           05 FILLER           PIC X(6)  VALUE " THRU ".
           05 RL-TO-DATE       PIC 9(8).
           05 FILLER           PIC X(20) VALUE
              "  MINIMUM CELL SIZE ".
           05 RL-MIN-CELL      PIC ZZ9.

       01  WS-COLUMN-HEADING   PIC X(60) VALUE
           "AGE BAND  SITE     ROWS  RELEASE".

       01  WS-CELL-LINE.
           05 CL-AGE-BAND      PIC X(5).
           05 FILLER           PIC X(5)  VALUE SPACE.
           05 CL-SITE-ID       PIC X(3).
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 CL-ROWS          PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 CL-RELEASE       PIC X(10).

       01  WS-COUNT-LINE.
           05 FILLER           PIC X(4)  VALUE "*** ".
           05 CT-LABEL         PIC X(34).
           05 CT-COUNT         PIC ZZZZZ9.

       01  WS-SIGNOFF-LINES.
           05 FILLER           PIC X(50) VALUE
              "EXTRACT ABOVE APPROVED FOR RELEASE TO THE COUNTY.".
           05 FILLER           PIC X(50) VALUE SPACES.
           05 FILLER           PIC X(50) VALUE
              "PRIVACY OFFICER:       ___________________________".
           05 FILLER           PIC X(50) VALUE
              "___  DATE: ____________".
           05 FILLER           PIC X(50) VALUE
              "SIGNATURE:             ___________________________".
           05 FILLER           PIC X(50) VALUE
              "___".
       01  WS-SIGNOFF-TABLE REDEFINES WS-SIGNOFF-LINES.
           05 SIGNOFF-LINE     PIC X(100) OCCURS 3 TIMES.
       01  WS-SIGNOFF-SUB      PIC 9 VALUE ZERO.

           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "DEIDENT-EXTRACT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            MOVE WS-RUN-DATE TO WS-TO-DATE
            MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RANDOM-SEED
            COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM(WS-RANDOM-SEED)
            PERFORM LOAD-DEID-PARM
            PERFORM LOAD-VID-TYPE-TABLE
            OPEN INPUT COVID-MASTER
            OPEN INPUT RESULT-HISTORY-FILE
            OPEN INPUT PATIENT-XREF-FILE
            OPEN INPUT PATIENT-MASTER
            OPEN I-O STUDY-XWALK-FILE
            IF NOT STUDY-FILE-OK
                DISPLAY "*** study ID cross-walk open failed, "
                    "status " WS-STUDY-FILE-STATUS " ***"
                SET IO-ERROR-OCCURRED TO TRUE
            END-IF
            OPEN OUTPUT DEID-WORK-FILE
            PERFORM GATHER-TEST-ROWS
            PERFORM GATHER-DOSE-ROWS
            CLOSE COVID-MASTER
            CLOSE RESULT-HISTORY-FILE
            CLOSE PATIENT-XREF-FILE
            CLOSE PATIENT-MASTER
            CLOSE STUDY-XWALK-FILE
            CLOSE DEID-WORK-FILE
            PERFORM RELEASE-EXTRACT-ROWS
            PERFORM WRITE-CONTROL-REPORT
            DISPLAY WS-EXTRACT-COUNT " row(s) extracted, "
                WS-SUPPRESS-COUNT " suppressed in small groups, "
                WS-NO-LINK-COUNT " without a patient link."
            MOVE WS-EXTRACT-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-SUPPRESS-COUNT " SUPPRESSED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            IF IO-ERROR-OCCURRED
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

       LOAD-DEID-PARM.
            OPEN INPUT DEID-PARM-FILE
            IF PARM-FILE-OK
                READ DEID-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-MIN-CELL IS NUMERIC
                           AND PARM-MIN-CELL > ZERO
                            MOVE PARM-MIN-CELL TO WS-MIN-CELL
                        END-IF
                        IF PARM-FROM-DATE IS NUMERIC
                            MOVE PARM-FROM-DATE TO WS-FROM-DATE
                        END-IF
                        IF PARM-TO-DATE IS NUMERIC
                           AND PARM-TO-DATE > ZERO
                            MOVE PARM-TO-DATE TO WS-TO-DATE
                        END-IF
                END-READ
            END-IF
            CLOSE DEID-PARM-FILE.

      * one row per posted result; the test's site and type are the
      * ones on its COVID-MASTER record
       GATHER-TEST-ROWS.
            IF HIST-FILE-OK
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM UNTIL END-OF-FILE
                    READ RESULT-HISTORY-FILE
                        AT END SET END-OF-FILE TO TRUE
                        NOT AT END PERFORM SELECT-TEST-ROW
                    END-READ
                END-PERFORM
            END-IF.

       SELECT-TEST-ROW.
            IF LH-ACTION = "POSTED"
               AND LH-RESULT-DATE NOT < WS-FROM-DATE
               AND LH-RESULT-DATE NOT > WS-TO-DATE
                ADD 1 TO WS-TEST-ROW-COUNT
                MOVE SPACES TO WS-EXTRACT-ROW
                MOVE "TEST" TO DX-ROW-TYPE
                MOVE LH-RESULT-CODE TO DX-RESULT
                MOVE LH-ID-NUMBER TO WS-ROW-ID-NUMBER
                MOVE LH-CHECK-DIGIT TO WS-ROW-CHECK-DIGIT
                MOVE LH-RESULT-DATE TO WS-ROW-DATE
                MOVE WS-ROW-COVID-ID TO MASTER-COVID-ID
                READ COVID-MASTER
                    INVALID KEY
                        MOVE "UNK" TO DX-SITE-ID
                    NOT INVALID KEY
                        MOVE MASTER-SITE-ID TO DX-SITE-ID
                        MOVE MASTER-TYPE-CODE TO DX-TYPE-CODE
                END-READ
                PERFORM BUILD-ROW-IDENTITY
            END-IF.

      * one row per dose given in the period
       GATHER-DOSE-ROWS.
            MOVE "N" TO WS-EOF-SWITCH
            MOVE ZEROS TO MASTER-COVID-ID
            START COVID-MASTER
                KEY NOT LESS THAN MASTER-COVID-ID
                INVALID KEY SET END-OF-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM SELECT-DOSE-ROWS
                END-READ
            END-PERFORM.

       SELECT-DOSE-ROWS.
            PERFORM VARYING WS-DOSE-SUB FROM 1 BY 1
                    UNTIL WS-DOSE-SUB > 5
                IF MASTER-DOSE-DATE(WS-DOSE-SUB) IS NUMERIC
                   AND MASTER-DOSE-DATE(WS-DOSE-SUB) > ZERO
                   AND MASTER-DOSE-DATE(WS-DOSE-SUB)
                       NOT < WS-FROM-DATE
                   AND MASTER-DOSE-DATE(WS-DOSE-SUB)
                       NOT > WS-TO-DATE
                    ADD 1 TO WS-DOSE-ROW-COUNT
                    MOVE SPACES TO WS-EXTRACT-ROW
                    MOVE "DOSE" TO DX-ROW-TYPE
                    MOVE "ADMINISTERED" TO DX-RESULT
                    MOVE MASTER-SITE-ID TO DX-SITE-ID
                    MOVE MASTER-TYPE-CODE TO DX-TYPE-CODE
                    MOVE MASTER-COVID-ID TO WS-ROW-COVID-ID
                    MOVE MASTER-DOSE-DATE(WS-DOSE-SUB) TO WS-ROW-DATE
                    PERFORM BUILD-ROW-IDENTITY
                END-IF
            END-PERFORM.

      * the CovidID is traded for the patient's study ID and age
      * band; a row that cannot be tied to a patient has no study ID
      * to carry and is held back
       BUILD-ROW-IDENTITY.
            MOVE WS-ROW-COVID-ID TO XR-COVID-ID
            READ PATIENT-XREF-FILE
                INVALID KEY
                    ADD 1 TO WS-NO-LINK-COUNT
                NOT INVALID KEY
                    MOVE XR-PATIENT-NUMBER TO WS-ROW-PATIENT-NO
                    PERFORM FIND-ROW-AGE
                    PERFORM FIND-STUDY-ID
                    IF DX-STUDY-ID = ZERO
                        ADD 1 TO WS-NO-LINK-COUNT
                    ELSE
                        PERFORM FINISH-EXTRACT-ROW
                    END-IF
            END-READ.

       FIND-ROW-AGE.
            MOVE "N" TO WS-ROW-AGE-KNOWN
            MOVE WS-ROW-PATIENT-NO TO PM-PATIENT-NUMBER
            READ PATIENT-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE PM-PAT-AGE TO WS-ROW-AGE
                    SET ROW-AGE-KNOWN TO TRUE
            END-READ.

       FIND-STUDY-ID.
            MOVE ZERO TO DX-STUDY-ID
            MOVE WS-ROW-PATIENT-NO TO SX-PATIENT-NUMBER
            READ STUDY-XWALK-FILE
                INVALID KEY
                    PERFORM ISSUE-STUDY-ID
                NOT INVALID KEY
                    MOVE SX-STUDY-ID TO DX-STUDY-ID
            END-READ.

       ISSUE-STUDY-ID.
            MOVE "N" TO WS-STUDY-ISSUED-FLAG
            MOVE ZERO TO WS-STUDY-TRIES
            PERFORM UNTIL STUDY-ID-ISSUED
                       OR WS-STUDY-TRIES >= WS-STUDY-MAX-TRIES
                ADD 1 TO WS-STUDY-TRIES
                COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
                MOVE WS-ROW-PATIENT-NO TO SX-PATIENT-NUMBER
                COMPUTE SX-STUDY-ID =
                    WS-RANDOM-VALUE * 89999999 + 10000000
                MOVE WS-RUN-DATE TO SX-ISSUED-DATE
                WRITE STUDY-XWALK-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        SET STUDY-ID-ISSUED TO TRUE
                        ADD 1 TO WS-NEW-STUDY-COUNT
                        MOVE SX-STUDY-ID TO DX-STUDY-ID
                END-WRITE
            END-PERFORM
            IF NOT STUDY-ID-ISSUED
                DISPLAY "*** no study ID could be issued for patient "
                    WS-ROW-PATIENT-NO ", status "
                    WS-STUDY-FILE-STATUS " ***"
                SET IO-ERROR-OCCURRED TO TRUE
            END-IF.

       FINISH-EXTRACT-ROW.
            PERFORM FIND-AGE-BAND
            MOVE AB-LABEL(WS-AGE-BAND-HIT) TO DX-AGE-BAND
            MOVE DX-TYPE-CODE TO WS-VIDT-LOOKUP-CODE
            PERFORM FIND-TYPE-BY-CODE
            IF WS-VIDT-HIT > ZERO
                MOVE WT-NAME(WS-VIDT-HIT) TO DX-TYPE-NAME
            ELSE
                MOVE "UNKNOWN" TO DX-TYPE-NAME
            END-IF
            MOVE WS-ROW-DATE TO WS-EPI-DATE
            PERFORM COMPUTE-EPI-WEEK
            MOVE WS-EPI-YEAR TO DX-EPI-YEAR
            MOVE WS-EPI-WEEK TO DX-EPI-WEEK
            PERFORM COUNT-ROW-CELL
            WRITE DEID-WORK-RECORD FROM WS-EXTRACT-ROW.

       FIND-AGE-BAND.
            MOVE WS-AGE-BAND-COUNT TO WS-AGE-BAND-HIT
            IF ROW-AGE-KNOWN
                MOVE ZERO TO WS-AGE-BAND-HIT
                PERFORM VARYING WS-AGE-BAND-SUB FROM 1 BY 1
                        UNTIL WS-AGE-BAND-SUB >= WS-AGE-BAND-COUNT
                           OR WS-AGE-BAND-HIT > ZERO
                    IF WS-ROW-AGE NOT > AB-UPPER-AGE(WS-AGE-BAND-SUB)
                        MOVE WS-AGE-BAND-SUB TO WS-AGE-BAND-HIT
                    END-IF
                END-PERFORM
            END-IF.

       COUNT-ROW-CELL.
            PERFORM FIND-ROW-CELL
            IF WS-CELL-HIT = ZERO
               AND WS-CELL-COUNT < WS-CELL-MAX
                ADD 1 TO WS-CELL-COUNT
                MOVE WS-CELL-COUNT TO WS-CELL-HIT
                MOVE DX-AGE-BAND TO CE-AGE-BAND(WS-CELL-HIT)
                MOVE DX-SITE-ID TO CE-SITE-ID(WS-CELL-HIT)
                MOVE ZERO TO CE-ROWS(WS-CELL-HIT)
            END-IF
            IF WS-CELL-HIT > ZERO
                ADD 1 TO CE-ROWS(WS-CELL-HIT)
            END-IF.

       FIND-ROW-CELL.
            MOVE ZERO TO WS-CELL-HIT
            PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                    UNTIL WS-CELL-SUB > WS-CELL-COUNT
                       OR WS-CELL-HIT > ZERO
                IF CE-AGE-BAND(WS-CELL-SUB) = DX-AGE-BAND
                   AND CE-SITE-ID(WS-CELL-SUB) = DX-SITE-ID
                    MOVE WS-CELL-SUB TO WS-CELL-HIT
                END-IF
            END-PERFORM.

      * finds the Sunday that starts MMWR week 1 of WS-EPI-FIND-YEAR;
      * integer day 1 (1601-01-01) was a Monday, so the day number
      * modulo 7 gives the weekday counting Sunday as 0
       FIND-EPI-YEAR-START.
            MOVE WS-EPI-FIND-YEAR TO WS-EPI-JAN1-YEAR
            MOVE 0101 TO WS-EPI-JAN1-MMDD
            COMPUTE WS-EPI-JAN1-INT =
                FUNCTION INTEGER-OF-DATE(WS-EPI-JAN1)
            COMPUTE WS-EPI-WEEKDAY = FUNCTION MOD(WS-EPI-JAN1-INT, 7)
            IF WS-EPI-WEEKDAY <= 3
                COMPUTE WS-EPI-FOUND-INT =
                    WS-EPI-JAN1-INT - WS-EPI-WEEKDAY
            ELSE
                COMPUTE WS-EPI-FOUND-INT =
                    WS-EPI-JAN1-INT + 7 - WS-EPI-WEEKDAY
            END-IF.

      * a date before week 1 belongs to the last week of the year
      * before; one on or after next year's week 1 belongs to it
       COMPUTE-EPI-WEEK.
            COMPUTE WS-EPI-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-EPI-DATE)
            MOVE WS-EPI-DATE-YEAR TO WS-EPI-YEAR
            MOVE WS-EPI-YEAR TO WS-EPI-FIND-YEAR
            PERFORM FIND-EPI-YEAR-START
            MOVE WS-EPI-FOUND-INT TO WS-EPI-START-INT
            IF WS-EPI-DAY-INT < WS-EPI-START-INT
                SUBTRACT 1 FROM WS-EPI-YEAR
                MOVE WS-EPI-YEAR TO WS-EPI-FIND-YEAR
                PERFORM FIND-EPI-YEAR-START
                MOVE WS-EPI-FOUND-INT TO WS-EPI-START-INT
            ELSE
                COMPUTE WS-EPI-FIND-YEAR = WS-EPI-YEAR + 1
                PERFORM FIND-EPI-YEAR-START
                MOVE WS-EPI-FOUND-INT TO WS-EPI-NEXT-INT
                IF WS-EPI-DAY-INT NOT < WS-EPI-NEXT-INT
                    ADD 1 TO WS-EPI-YEAR
                    MOVE WS-EPI-NEXT-INT TO WS-EPI-START-INT
                END-IF
            END-IF
            COMPUTE WS-EPI-WEEK =
                (WS-EPI-DAY-INT - WS-EPI-START-INT) / 7 + 1.

      * second pass: a row is released only when its age band and
      * site group reaches the minimum cell size
       RELEASE-EXTRACT-ROWS.
            OPEN INPUT DEID-WORK-FILE
            OPEN OUTPUT DEID-EXTRACT-FILE
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-FILE
                READ DEID-WORK-FILE INTO WS-EXTRACT-ROW
                    AT END SET END-OF-FILE TO TRUE
                    NOT AT END PERFORM RELEASE-ONE-ROW
                END-READ
            END-PERFORM
            CLOSE DEID-WORK-FILE
            CLOSE DEID-EXTRACT-FILE.

       RELEASE-ONE-ROW.
            PERFORM FIND-ROW-CELL
            IF WS-CELL-HIT > ZERO
                IF CE-ROWS(WS-CELL-HIT) >= WS-MIN-CELL
                    ADD 1 TO WS-EXTRACT-COUNT
                    WRITE DEID-EXTRACT-RECORD FROM WS-EXTRACT-ROW
                ELSE
                    ADD 1 TO WS-SUPPRESS-COUNT
                END-IF
            ELSE
                ADD 1 TO WS-SUPPRESS-COUNT
            END-IF.

      * groups are listed band by band so the privacy officer reads
      * the report in the same order as the bands run
       WRITE-CONTROL-REPORT.
            OPEN OUTPUT DEID-CONTROL-FILE
            WRITE DEID-CONTROL-LINE FROM WS-REPORT-HEADING
            MOVE WS-RUN-DATE TO RL-RUN-DATE
            MOVE WS-FROM-DATE TO RL-FROM-DATE
            MOVE WS-TO-DATE TO RL-TO-DATE
            MOVE WS-MIN-CELL TO RL-MIN-CELL
            WRITE DEID-CONTROL-LINE FROM WS-RUN-LINE
            MOVE SPACES TO DEID-CONTROL-LINE
            WRITE DEID-CONTROL-LINE
            WRITE DEID-CONTROL-LINE FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-AGE-BAND-SUB FROM 1 BY 1
                    UNTIL WS-AGE-BAND-SUB > WS-AGE-BAND-COUNT
                PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                        UNTIL WS-CELL-SUB > WS-CELL-COUNT
                    IF CE-AGE-BAND(WS-CELL-SUB)
                       = AB-LABEL(WS-AGE-BAND-SUB)
                        PERFORM WRITE-CELL-LINE
                    END-IF
                END-PERFORM
            END-PERFORM
            MOVE SPACES TO DEID-CONTROL-LINE
            WRITE DEID-CONTROL-LINE
            MOVE "TEST ROWS READ" TO CT-LABEL
            MOVE WS-TEST-ROW-COUNT TO CT-COUNT
            WRITE DEID-CONTROL-LINE FROM WS-COUNT-LINE
            MOVE "DOSE ROWS READ" TO CT-LABEL
            MOVE WS-DOSE-ROW-COUNT TO CT-COUNT
            WRITE DEID-CONTROL-LINE FROM WS-COUNT-LINE
            MOVE "HELD BACK, NO PATIENT LINK" TO CT-LABEL
            MOVE WS-NO-LINK-COUNT TO CT-COUNT
            WRITE DEID-CONTROL-LINE FROM WS-COUNT-LINE
            MOVE "ROWS EXTRACTED" TO CT-LABEL
            MOVE WS-EXTRACT-COUNT TO CT-COUNT
            WRITE DEID-CONTROL-LINE FROM WS-COUNT-LINE
            MOVE "ROWS SUPPRESSED" TO CT-LABEL
            MOVE WS-SUPPRESS-COUNT TO CT-COUNT
            WRITE DEID-CONTROL-LINE FROM WS-COUNT-LINE
            MOVE "GROUPS SUPPRESSED" TO CT-LABEL
            MOVE WS-CELLS-SUPPRESSED TO CT-COUNT
            WRITE DEID-CONTROL-LINE FROM WS-COUNT-LINE
            MOVE "NEW STUDY IDS ISSUED" TO CT-LABEL
            MOVE WS-NEW-STUDY-COUNT TO CT-COUNT
            WRITE DEID-CONTROL-LINE FROM WS-COUNT-LINE
            MOVE SPACES TO DEID-CONTROL-LINE
            WRITE DEID-CONTROL-LINE
            PERFORM VARYING WS-SIGNOFF-SUB FROM 1 BY 1
                    UNTIL WS-SIGNOFF-SUB > 3
                WRITE DEID-CONTROL-LINE
                    FROM SIGNOFF-LINE(WS-SIGNOFF-SUB)
                MOVE SPACES TO DEID-CONTROL-LINE
                WRITE DEID-CONTROL-LINE
            END-PERFORM
            CLOSE DEID-CONTROL-FILE.

       WRITE-CELL-LINE.
            MOVE CE-AGE-BAND(WS-CELL-SUB) TO CL-AGE-BAND
            MOVE CE-SITE-ID(WS-CELL-SUB) TO CL-SITE-ID
            MOVE CE-ROWS(WS-CELL-SUB) TO CL-ROWS
            IF CE-ROWS(WS-CELL-SUB) >= WS-MIN-CELL
                MOVE "EXTRACTED" TO CL-RELEASE
            ELSE
                MOVE "SUPPRESSED" TO CL-RELEASE
                ADD 1 TO WS-CELLS-SUPPRESSED
            END-IF
            WRITE DEID-CONTROL-LINE FROM WS-CELL-LINE.

           COPY VIDTLOAD.
           COPY AUDITPROC.

       END PROGRAM DEIDEXT.
