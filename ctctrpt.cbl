      ******************************************************************
      * Author:
      * Date:
      * Purpose: Close-contact outcome report - reads the close-contact
      *          file in index-case order and prints, for each positive
      *          case, how many contacts were named, how many the desk
      *          reached, how many have since registered as patients,
      *          and how many of those converted to positive (a
      *          positive result on or after the exposure date on any
      *          of the patient's CovidIDs). Totals and reach and
      *          conversion rates close the report. The exposure-date
      *          range comes from the CTRPARM file and defaults to
      *          everything up to the run date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTCTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTCTSEL.
           COPY PATXRSEL.
           COPY COVMSTSEL.
           SELECT OPTIONAL CONTACT-RPT-PARM-FILE
               ASSIGN TO "CTRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CONTACT-REPORT-FILE ASSIGN TO "CTCTRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CTCTFD.
           COPY PATXRFD.
           COPY COVMSTFD.

       FD  CONTACT-RPT-PARM-FILE.
       01  CONTACT-RPT-PARM-RECORD.
           05 PARM-FROM-DATE   PIC 9(8).
           05 PARM-TO-DATE     PIC 9(8).

       FD  CONTACT-REPORT-FILE.
       01  CONTACT-REPORT-LINE     PIC X(80).

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-XREF-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-PATIENT-XREFS VALUE "Y".
       01  WS-CONVERTED-FLAG   PIC X VALUE "N".
           88 CONTACT-CONVERTED VALUE "Y".
       01  WS-TODAY            PIC 9(8) VALUE ZERO.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-INDEX-ID PIC 9(7) VALUE ZERO.
       01  WS-FIRST-CASE-FLAG  PIC X VALUE "Y".
           88 NO-CASE-YET      VALUE "Y".

       01  WS-CASE-COUNTS.
           05 WS-CASE-NAMED     PIC 9(4) VALUE ZERO.
           05 WS-CASE-REACHED   PIC 9(4) VALUE ZERO.
           05 WS-CASE-UNREACHED PIC 9(4) VALUE ZERO.
           05 WS-CASE-TESTED    PIC 9(4) VALUE ZERO.
           05 WS-CASE-POSITIVE  PIC 9(4) VALUE ZERO.

       01  WS-INDEX-CASE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-NAMED      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-REACHED    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-UNREACHED  PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-TESTED     PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-POSITIVE   PIC 9(6) VALUE ZERO.
       01  WS-RATE             PIC 9(3)V9 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(41) VALUE
              "*** CLOSE-CONTACT OUTCOMES, EXPOSED FROM ".
           05 RH-FROM-DATE     PIC 9(8).
           05 FILLER           PIC X(9)  VALUE " THROUGH ".
           05 RH-TO-DATE       PIC 9(8).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-COLUMN-HEADING   PIC X(80) VALUE
           "INDEX CASE    NAMED  REACHED  UNREACHED  TESTED  POSITIVE".

       01  WS-CASE-LINE.
           05 CL-INDEX-ID-NUMBER   PIC 9(6).
           05 CL-INDEX-CHECK-DIGIT PIC 9.
           05 FILLER               PIC X(8)  VALUE SPACE.
           05 CL-NAMED             PIC ZZZ9.
           05 FILLER               PIC X(5)  VALUE SPACE.
           05 CL-REACHED           PIC ZZZ9.
           05 FILLER               PIC X(7)  VALUE SPACE.
           05 CL-UNREACHED         PIC ZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACE.
           05 CL-TESTED            PIC ZZZ9.
           05 FILLER               PIC X(6)  VALUE SPACE.
           05 CL-POSITIVE          PIC ZZZ9.

       01  WS-TOTAL-LINE.
           05 FILLER               PIC X(13) VALUE "TOTAL".
           05 TL-NAMED             PIC ZZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 TL-REACHED           PIC ZZZZZ9.
           05 FILLER               PIC X(5)  VALUE SPACE.
           05 TL-UNREACHED         PIC ZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 TL-TESTED            PIC ZZZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACE.
           05 TL-POSITIVE          PIC ZZZZZ9.

       01  WS-CASES-LINE.
           05 FILLER               PIC X(30) VALUE
              "INDEX CASES WITH CONTACTS:    ".
           05 CS-COUNT             PIC ZZZZZ9.

       01  WS-RATE-LINE.
           05 RL-LABEL             PIC X(30).
           05 RL-RATE              PIC ZZ9.9.
           05 FILLER               PIC X     VALUE "%".

       01  WS-NONE-LINE        PIC X(60) VALUE
           "NO CLOSE CONTACTS WERE EXPOSED IN THIS PERIOD.".

           COPY CTCTWS.
           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CONTACT-OUTCOMES" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
            MOVE ZERO TO WS-FROM-DATE
            MOVE WS-TODAY TO WS-TO-DATE
            PERFORM LOAD-CONTACT-RPT-PARM
            OPEN INPUT CLOSE-CONTACT-FILE
            OPEN INPUT PATIENT-XREF-FILE
            OPEN INPUT COVID-MASTER
            OPEN OUTPUT CONTACT-REPORT-FILE
            MOVE WS-FROM-DATE TO RH-FROM-DATE
            MOVE WS-TO-DATE TO RH-TO-DATE
            WRITE CONTACT-REPORT-LINE FROM WS-REPORT-HEADING
            MOVE SPACES TO CONTACT-REPORT-LINE
            WRITE CONTACT-REPORT-LINE
            WRITE CONTACT-REPORT-LINE FROM WS-COLUMN-HEADING
            IF CTCT-FILE-OK
                MOVE LOW-VALUES TO CT-CONTACT-KEY
                START CLOSE-CONTACT-FILE
                    KEY IS NOT LESS THAN CT-CONTACT-KEY
                    INVALID KEY SET END-OF-CLOSE-CONTACTS TO TRUE
                END-START
                PERFORM UNTIL END-OF-CLOSE-CONTACTS
                    READ CLOSE-CONTACT-FILE NEXT RECORD
                        AT END SET END-OF-CLOSE-CONTACTS TO TRUE
                        NOT AT END PERFORM TALLY-ONE-CONTACT
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** close-contact file status "
                    WS-CTCT-FILE-STATUS " - no contacts read ***"
            END-IF
            IF NO-CASE-YET
                WRITE CONTACT-REPORT-LINE FROM WS-NONE-LINE
            ELSE
                PERFORM PRINT-CASE-LINE
                PERFORM PRINT-REPORT-TOTALS
            END-IF
            CLOSE CLOSE-CONTACT-FILE
            CLOSE PATIENT-XREF-FILE
            CLOSE COVID-MASTER
            CLOSE CONTACT-REPORT-FILE
            DISPLAY WS-INDEX-CASE-COUNT " index case(s), "
                WS-TOTAL-NAMED " contact(s) named, "
                WS-TOTAL-REACHED " reached, "
                WS-TOTAL-POSITIVE " converted to positive."
            MOVE WS-TOTAL-NAMED TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-INDEX-CASE-COUNT " CASES"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            STOP RUN.

       LOAD-CONTACT-RPT-PARM.
            OPEN INPUT CONTACT-RPT-PARM-FILE
            IF PARM-FILE-OK
                READ CONTACT-RPT-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-FROM-DATE IS NUMERIC
                            MOVE PARM-FROM-DATE TO WS-FROM-DATE
                        END-IF
                        IF PARM-TO-DATE IS NUMERIC
                           AND PARM-TO-DATE > ZERO
                            MOVE PARM-TO-DATE TO WS-TO-DATE
                        END-IF
                END-READ
            END-IF
            CLOSE CONTACT-RPT-PARM-FILE.

      * contacts arrive grouped by index case, so the case line is
      * printed when the CovidID changes and once more at the end
       TALLY-ONE-CONTACT.
            IF CT-EXPOSURE-DATE NOT < WS-FROM-DATE
               AND CT-EXPOSURE-DATE NOT > WS-TO-DATE
                IF NO-CASE-YET
                    MOVE "N" TO WS-FIRST-CASE-FLAG
                    MOVE CT-INDEX-COVID-ID TO WS-CURRENT-INDEX-ID
                    ADD 1 TO WS-INDEX-CASE-COUNT
                END-IF
                IF CT-INDEX-COVID-ID NOT = WS-CURRENT-INDEX-ID
                    PERFORM PRINT-CASE-LINE
                    MOVE CT-INDEX-COVID-ID TO WS-CURRENT-INDEX-ID
                    ADD 1 TO WS-INDEX-CASE-COUNT
                END-IF
                ADD 1 TO WS-CASE-NAMED
                IF CT-WAS-REACHED OR CT-WAS-REFUSED
                    ADD 1 TO WS-CASE-REACHED
                ELSE
                    ADD 1 TO WS-CASE-UNREACHED
                END-IF
                IF CT-PATIENT-NUMBER > ZERO
                    ADD 1 TO WS-CASE-TESTED
                    PERFORM CHECK-CONTACT-CONVERTED
                    IF CONTACT-CONVERTED
                        ADD 1 TO WS-CASE-POSITIVE
                    END-IF
                END-IF
            END-IF.

      * a contact may hold more than one CovidID; any of them turning
      * positive on or after the exposure counts as a conversion
       CHECK-CONTACT-CONVERTED.
            MOVE "N" TO WS-CONVERTED-FLAG
            MOVE "N" TO WS-XREF-EOF-SWITCH
            MOVE CT-PATIENT-NUMBER TO XR-PATIENT-NUMBER
            START PATIENT-XREF-FILE KEY IS EQUAL TO XR-PATIENT-NUMBER
                INVALID KEY SET END-OF-PATIENT-XREFS TO TRUE
            END-START
            PERFORM UNTIL END-OF-PATIENT-XREFS OR CONTACT-CONVERTED
                READ PATIENT-XREF-FILE NEXT RECORD
                    AT END SET END-OF-PATIENT-XREFS TO TRUE
                END-READ
                IF NOT END-OF-PATIENT-XREFS
                    IF XR-PATIENT-NUMBER NOT = CT-PATIENT-NUMBER
                        SET END-OF-PATIENT-XREFS TO TRUE
                    ELSE
                        MOVE XR-COVID-ID TO MASTER-COVID-ID
                        READ COVID-MASTER
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                IF MASTER-OUTCOME = "POSITIVE"
                                   AND MASTER-RESULT-DATE
                                       NOT < CT-EXPOSURE-DATE
                                    SET CONTACT-CONVERTED TO TRUE
                                END-IF
                        END-READ
                    END-IF
                END-IF
            END-PERFORM.

       PRINT-CASE-LINE.
            MOVE WS-CURRENT-INDEX-ID(1:6) TO CL-INDEX-ID-NUMBER
            MOVE WS-CURRENT-INDEX-ID(7:1) TO CL-INDEX-CHECK-DIGIT
            MOVE WS-CASE-NAMED TO CL-NAMED
            MOVE WS-CASE-REACHED TO CL-REACHED
            MOVE WS-CASE-UNREACHED TO CL-UNREACHED
            MOVE WS-CASE-TESTED TO CL-TESTED
            MOVE WS-CASE-POSITIVE TO CL-POSITIVE
            WRITE CONTACT-REPORT-LINE FROM WS-CASE-LINE
            ADD WS-CASE-NAMED TO WS-TOTAL-NAMED
            ADD WS-CASE-REACHED TO WS-TOTAL-REACHED
            ADD WS-CASE-UNREACHED TO WS-TOTAL-UNREACHED
            ADD WS-CASE-TESTED TO WS-TOTAL-TESTED
            ADD WS-CASE-POSITIVE TO WS-TOTAL-POSITIVE
            INITIALIZE WS-CASE-COUNTS.

       PRINT-REPORT-TOTALS.
            MOVE SPACES TO CONTACT-REPORT-LINE
            WRITE CONTACT-REPORT-LINE
            MOVE WS-TOTAL-NAMED TO TL-NAMED
            MOVE WS-TOTAL-REACHED TO TL-REACHED
            MOVE WS-TOTAL-UNREACHED TO TL-UNREACHED
            MOVE WS-TOTAL-TESTED TO TL-TESTED
            MOVE WS-TOTAL-POSITIVE TO TL-POSITIVE
            WRITE CONTACT-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE SPACES TO CONTACT-REPORT-LINE
            WRITE CONTACT-REPORT-LINE
            MOVE WS-INDEX-CASE-COUNT TO CS-COUNT
            WRITE CONTACT-REPORT-LINE FROM WS-CASES-LINE
            MOVE "CONTACTS REACHED:" TO RL-LABEL
            COMPUTE WS-RATE ROUNDED =
                WS-TOTAL-REACHED * 100 / WS-TOTAL-NAMED
            MOVE WS-RATE TO RL-RATE
            WRITE CONTACT-REPORT-LINE FROM WS-RATE-LINE
            MOVE "NAMED CONTACTS NOW POSITIVE:" TO RL-LABEL
            COMPUTE WS-RATE ROUNDED =
                WS-TOTAL-POSITIVE * 100 / WS-TOTAL-NAMED
            MOVE WS-RATE TO RL-RATE
            WRITE CONTACT-REPORT-LINE FROM WS-RATE-LINE
            MOVE "TESTED CONTACTS NOW POSITIVE:" TO RL-LABEL
            MOVE ZERO TO WS-RATE
            IF WS-TOTAL-TESTED > ZERO
                COMPUTE WS-RATE ROUNDED =
                    WS-TOTAL-POSITIVE * 100 / WS-TOTAL-TESTED
            END-IF
            MOVE WS-RATE TO RL-RATE
            WRITE CONTACT-REPORT-LINE FROM WS-RATE-LINE.

           COPY AUDITPROC.

       END PROGRAM CTCTRPT.
