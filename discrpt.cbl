      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accounting of disclosures - on request, lists every
      *          release of one patient's health information entered
      *          on the disclosure log over a date range: when it was
      *          released, to whom (the state registry, a payer, the
      *          outreach desk, a console operator, or the patient by
      *          mail) and for what purpose. The listing is laid out
      *          as a letter addressed from the patient master, with
      *          the address block positioned for a window envelope,
      *          so it can be mailed to the patient as it stands. The
      *          patient and the date range come from the DISCPARM
      *          file; the range defaults to the six years up to the
      *          run date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PATMSSEL.
           COPY DSCLSEL.
           SELECT OPTIONAL DISCLOSURE-PARM-FILE
               ASSIGN TO "DISCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT DISCLOSURE-REPORT-FILE ASSIGN TO "DISCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PATMSFD.
           COPY DSCLFD.

       FD  DISCLOSURE-PARM-FILE.
       01  DISCLOSURE-PARM-RECORD.
           05 PARM-PATIENT-NUMBER PIC 9(6).
           05 PARM-FROM-DATE   PIC 9(8).
           05 PARM-TO-DATE     PIC 9(8).

       FD  DISCLOSURE-REPORT-FILE.
       01  DISCLOSURE-REPORT-LINE  PIC X(80).

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-DISCLOSURES VALUE "Y".
       01  WS-PATIENT-FOUND    PIC X VALUE "N".
           88 PATIENT-RECORD-FOUND VALUE "Y".
       01  WS-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-REQ-PATIENT-NO   PIC 9(6) VALUE ZERO.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
           05 WS-FROM-YEAR     PIC 9(4).
           05 FILLER           PIC X(4).
       01  WS-TO-DATE          PIC 9(8) VALUE ZERO.
       01  WS-LISTED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-SCANNED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-ACCOUNTING-YEARS PIC 9 VALUE 6.

       01  WS-DATE-LINE.
           05 FILLER           PIC X(50) VALUE SPACES.
           05 DT-RUN-DATE      PIC 9(8).

      * address block indented for a left-window envelope
       01  WS-ADDR-NAME-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 AD-PAT-NAME      PIC A(10).
       01  WS-ADDR-STREET-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 AD-PAT-ADDRESS   PIC X(30).

       01  WS-BODY-PATIENT-LINE.
           05 FILLER           PIC X(24) VALUE
              "RE: YOUR PATIENT NUMBER ".
           05 BP-PATIENT-NO    PIC 9(6).

       01  WS-BODY-INTRO-LINE  PIC X(60) VALUE
           "AS YOU ASKED, THIS IS AN ACCOUNTING OF EACH RELEASE OF".

       01  WS-BODY-RANGE-LINE.
           05 FILLER           PIC X(29) VALUE
              "YOUR HEALTH INFORMATION FROM ".
           05 BR-FROM-DATE     PIC 9(8).
           05 FILLER           PIC X(9)  VALUE " THROUGH ".
           05 BR-TO-DATE       PIC 9(8).
           05 FILLER           PIC X     VALUE ".".

       01  WS-COLUMN-HEADING   PIC X(60) VALUE
           "  DATE      RELEASED TO           PURPOSE".

       01  WS-DISCLOSURE-LINE.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DD-DATE          PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DD-RECIPIENT     PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DD-PURPOSE       PIC X(30).

       01  WS-NONE-LINE        PIC X(60) VALUE
           "  NO RELEASES WERE RECORDED IN THIS PERIOD.".

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(25) VALUE
              "  TOTAL RELEASES LISTED: ".
           05 TL-COUNT         PIC ZZZZZ9.

       01  WS-CLOSING-LINE-1   PIC X(60) VALUE
           "IF YOU HAVE QUESTIONS ABOUT THIS ACCOUNTING, PLEASE".
       01  WS-CLOSING-LINE-2   PIC X(60) VALUE
           "CONTACT THE CLINIC PRIVACY OFFICE.".

           COPY DSCLWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "DISCLOSURE-ACCOUNT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            MOVE WS-TODAY TO WS-TO-DATE
            MOVE WS-TODAY TO WS-FROM-DATE
            SUBTRACT WS-ACCOUNTING-YEARS FROM WS-FROM-YEAR
            PERFORM LOAD-DISCLOSURE-PARM
            MOVE WS-REQ-PATIENT-NO TO WS-AUDIT-KEY-VALUE
            IF WS-REQ-PATIENT-NO = ZERO
                DISPLAY "*** no patient number on DISCPARM, no "
                    "accounting produced ***"
                MOVE "NO PATIENT REQUESTED" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM CLOSE-AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT PATIENT-MASTER
            MOVE WS-REQ-PATIENT-NO TO PM-PATIENT-NUMBER
            READ PATIENT-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY SET PATIENT-RECORD-FOUND TO TRUE
            END-READ
            CLOSE PATIENT-MASTER
            IF NOT PATIENT-RECORD-FOUND
                DISPLAY "*** patient " WS-REQ-PATIENT-NO
                    " not on the patient master, no accounting "
                    "produced ***"
                MOVE "PATIENT NOT FOUND" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM CLOSE-AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT DISCLOSURE-REPORT-FILE
            PERFORM WRITE-LETTER-HEADING
            OPEN INPUT DISCLOSURE-LOG-FILE
            IF DSCL-FILE-OK
                PERFORM UNTIL END-OF-DISCLOSURES
                    READ DISCLOSURE-LOG-FILE
                        AT END SET END-OF-DISCLOSURES TO TRUE
                        NOT AT END PERFORM SELECT-DISCLOSURE
                    END-READ
                END-PERFORM
                CLOSE DISCLOSURE-LOG-FILE
            END-IF
            PERFORM WRITE-LETTER-CLOSING
            CLOSE DISCLOSURE-REPORT-FILE
            DISPLAY WS-LISTED-COUNT " disclosure(s) listed for "
                "patient " WS-REQ-PATIENT-NO " of " WS-SCANNED-COUNT
                " logged."
            STRING "COMPLETED, " WS-LISTED-COUNT " LISTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            STOP RUN.

      * either date left blank or zero keeps its six-year default
       LOAD-DISCLOSURE-PARM.
            OPEN INPUT DISCLOSURE-PARM-FILE
            IF PARM-FILE-OK
                READ DISCLOSURE-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-PATIENT-NUMBER IS NUMERIC
                            MOVE PARM-PATIENT-NUMBER
                                TO WS-REQ-PATIENT-NO
                        END-IF
                        IF PARM-FROM-DATE IS NUMERIC
                           AND PARM-FROM-DATE > ZERO
                            MOVE PARM-FROM-DATE TO WS-FROM-DATE
                        END-IF
                        IF PARM-TO-DATE IS NUMERIC
                           AND PARM-TO-DATE > ZERO
                            MOVE PARM-TO-DATE TO WS-TO-DATE
                        END-IF
                END-READ
            END-IF
            CLOSE DISCLOSURE-PARM-FILE.

       WRITE-LETTER-HEADING.
            MOVE SPACES TO DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE
            MOVE WS-TODAY TO DT-RUN-DATE
            WRITE DISCLOSURE-REPORT-LINE FROM WS-DATE-LINE
            MOVE SPACES TO DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE
            MOVE PM-PAT-NAME TO AD-PAT-NAME
            MOVE PM-PAT-ADDRESS TO AD-PAT-ADDRESS
            WRITE DISCLOSURE-REPORT-LINE FROM WS-ADDR-NAME-LINE
            WRITE DISCLOSURE-REPORT-LINE FROM WS-ADDR-STREET-LINE
            MOVE SPACES TO DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE
            MOVE WS-REQ-PATIENT-NO TO BP-PATIENT-NO
            WRITE DISCLOSURE-REPORT-LINE FROM WS-BODY-PATIENT-LINE
            MOVE SPACES TO DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE
            MOVE "DEAR PATIENT," TO DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE FROM WS-BODY-INTRO-LINE
            MOVE WS-FROM-DATE TO BR-FROM-DATE
            MOVE WS-TO-DATE TO BR-TO-DATE
            WRITE DISCLOSURE-REPORT-LINE FROM WS-BODY-RANGE-LINE
            MOVE SPACES TO DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE FROM WS-COLUMN-HEADING.

      * the log is written in the order releases happen, so the
      * letter lists them oldest first without a sort
       SELECT-DISCLOSURE.
            ADD 1 TO WS-SCANNED-COUNT
            IF DC-PATIENT-NUMBER = WS-REQ-PATIENT-NO
               AND DC-DATE NOT < WS-FROM-DATE
               AND DC-DATE NOT > WS-TO-DATE
                ADD 1 TO WS-LISTED-COUNT
                MOVE DC-DATE TO DD-DATE
                MOVE DC-RECIPIENT TO DD-RECIPIENT
                MOVE DC-PURPOSE TO DD-PURPOSE
                WRITE DISCLOSURE-REPORT-LINE FROM WS-DISCLOSURE-LINE
            END-IF.

       WRITE-LETTER-CLOSING.
            IF WS-LISTED-COUNT = ZERO
                WRITE DISCLOSURE-REPORT-LINE FROM WS-NONE-LINE
            END-IF
            MOVE SPACES TO DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE
            MOVE WS-LISTED-COUNT TO TL-COUNT
            WRITE DISCLOSURE-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE SPACES TO DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE
            WRITE DISCLOSURE-REPORT-LINE FROM WS-CLOSING-LINE-1
            WRITE DISCLOSURE-REPORT-LINE FROM WS-CLOSING-LINE-2.

           COPY AUDITPROC.

       END PROGRAM DISCRPT.
