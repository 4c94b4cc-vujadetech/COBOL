      ******************************************************************
      * Author:
      * Date:
      * Purpose: Self-pay collection referral - sweeps the open-items
      *          receivable for self-pay items (blank payer code)
      *          still owing a balance that have aged past the referral
      *          age (days since billed, the same measure ARAGING
      *          uses) and have already gone out on at least the
      *          referral number of patient statements, and places
      *          them with the collection agency. Each placed item is
      *          written to the agency placement file with the
      *          patient's name, phone and mailing address, and marked
      *          on the receivable with status C and the placement
      *          date, so PATSTMT stops billing the patient directly
      *          and agency collections and returns post through
      *          COLLPST. The referral age defaults to 120 days and
      *          the statement count to 3; either can be overridden by
      *          the optional COLLPARM file. Items with no patient
      *          link cannot be traced by the agency and are reported
      *          and left in house.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARITMSEL.
           COPY PATXRSEL.
           COPY PATMSSEL.
           SELECT OPTIONAL COLLECTION-PARM-FILE
               ASSIGN TO "COLLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO "COLLPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFERRAL-REPORT-FILE ASSIGN TO "COLLREF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY ARITMFD.
           COPY PATXRFD.
           COPY PATMSFD.

       FD  COLLECTION-PARM-FILE.
       01  COLLECTION-PARM-RECORD.
           05 PARM-REFERRAL-DAYS  PIC 9(3).
           05 PARM-STATEMENT-MIN  PIC 9(2).

       FD  PLACEMENT-FILE.
       01  PLACEMENT-RECORD.
           05 PL-COVID-ID.
              10 PL-ID-NUMBER     PIC 9(6).
              10 PL-CHECK-DIGIT   PIC 9.
           05 PL-SERVICE-DATE     PIC 9(8).
           05 PL-PATIENT-NUMBER   PIC 9(6).
           05 PL-PAT-NAME         PIC X(10).
           05 PL-PAT-PHONE        PIC X(12).
           05 PL-PAT-ADDRESS      PIC X(30).
           05 PL-BALANCE          PIC 9(7)V99.
           05 PL-BILLED-DATE      PIC 9(8).
           05 PL-PLACED-DATE      PIC 9(8).

       FD  REFERRAL-REPORT-FILE.
       01  REFERRAL-REPORT-LINE    PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-AR-ITEMS  VALUE "Y".
       01  WS-XREF-FOUND-FLAG  PIC X VALUE "N".
           88 XREF-ID-FOUND    VALUE "Y".
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-REFERRAL-DAYS    PIC 9(3) VALUE 120.
       01  WS-STATEMENT-MIN    PIC 9(2) VALUE 3.
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-RUN-DAY-NO       PIC 9(10) VALUE ZERO.
       01  WS-BILLED-DAY-NO    PIC 9(10) VALUE ZERO.
       01  WS-AGE-IN-DAYS      PIC S9(5) VALUE ZERO.
       01  WS-BALANCE          PIC 9(7)V99 VALUE ZERO.
       01  WS-PLACED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-NO-XREF-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-PLACED     PIC 9(9)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(40) VALUE
              "*** COLLECTION AGENCY PLACEMENTS, RUN ".
           05 RH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-CRITERIA-LINE.
           05 FILLER           PIC X(22) VALUE
              "SELF-PAY ITEMS BILLED ".
           05 CL-REFERRAL-DAYS PIC ZZ9.
           05 FILLER           PIC X(26) VALUE
              "+ DAYS AGO WITH AT LEAST ".
           05 CL-STATEMENT-MIN PIC Z9.
           05 FILLER           PIC X(12) VALUE " STATEMENTS".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(40) VALUE
              "  COVID    SERVICE   PATIENT  NAME      ".
           05 FILLER           PIC X(40) VALUE
              "   DAYS  STMTS     BALANCE".

       01  WS-DETAIL-LINE.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-ID-NUMBER     PIC 9(6).
           05 DL-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-SERVICE-DATE  PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-PATIENT-NO    PIC 9(6).
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 DL-PAT-NAME      PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-AGE-DAYS      PIC ZZZZ9.
           05 FILLER           PIC X(5)  VALUE SPACE.
           05 DL-STMT-COUNT    PIC Z9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 DL-BALANCE       PIC Z(6)9.99.

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 TL-PLACED-COUNT  PIC ZZZZZ9.
           05 FILLER           PIC X(24) VALUE
              " ITEM(S) PLACED      $ ".
           05 TL-TOTAL-PLACED  PIC Z(8)9.99.

           COPY ARITMWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "COLLECTION-REFERRAL" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            COMPUTE WS-RUN-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM LOAD-COLLECTION-PARM
            OPEN I-O AR-OPEN-ITEM-FILE
            OPEN INPUT PATIENT-XREF-FILE
            OPEN INPUT PATIENT-MASTER
            OPEN OUTPUT PLACEMENT-FILE
            OPEN OUTPUT REFERRAL-REPORT-FILE
            MOVE WS-RUN-DATE TO RH-RUN-DATE
            WRITE REFERRAL-REPORT-LINE FROM WS-REPORT-HEADING
            MOVE WS-REFERRAL-DAYS TO CL-REFERRAL-DAYS
            MOVE WS-STATEMENT-MIN TO CL-STATEMENT-MIN
            WRITE REFERRAL-REPORT-LINE FROM WS-CRITERIA-LINE
            WRITE REFERRAL-REPORT-LINE FROM WS-COLUMN-HEADING
            IF AR-FILE-OK
                MOVE ZEROS TO AR-ITEM-KEY
                START AR-OPEN-ITEM-FILE
                    KEY NOT LESS THAN AR-ITEM-KEY
                    INVALID KEY SET END-OF-AR-ITEMS TO TRUE
                END-START
                PERFORM UNTIL END-OF-AR-ITEMS
                    READ AR-OPEN-ITEM-FILE NEXT RECORD
                        AT END SET END-OF-AR-ITEMS TO TRUE
                        NOT AT END PERFORM SELECT-REFERRAL-ITEM
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no open-items file, nothing to refer "
                    "***"
            END-IF
            MOVE WS-PLACED-COUNT TO TL-PLACED-COUNT
            MOVE WS-TOTAL-PLACED TO TL-TOTAL-PLACED
            WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE PATIENT-XREF-FILE
            CLOSE PATIENT-MASTER
            CLOSE PLACEMENT-FILE
            CLOSE REFERRAL-REPORT-FILE
            DISPLAY WS-PLACED-COUNT " item(s) placed for collection, "
                WS-NO-XREF-COUNT " item(s) without patient link."
            MOVE WS-PLACED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-NO-XREF-COUNT " NO XREF"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "COLLECTION-REFERRAL" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-PLACED-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-NO-XREF-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE WS-TOTAL-PLACED TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            PERFORM SET-RETURN-CODE
            STOP RUN.

       SET-RETURN-CODE.
            EVALUATE TRUE
                WHEN IO-ERROR-OCCURRED
                    MOVE 8 TO RETURN-CODE
                WHEN WS-NO-XREF-COUNT > ZERO
                 AND WS-NO-XREF-COUNT * 10 >=
                     WS-PLACED-COUNT + WS-NO-XREF-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       LOAD-COLLECTION-PARM.
            OPEN INPUT COLLECTION-PARM-FILE
            IF PARM-FILE-OK
                READ COLLECTION-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-REFERRAL-DAYS NUMERIC
                            MOVE PARM-REFERRAL-DAYS
                                TO WS-REFERRAL-DAYS
                        END-IF
                        IF PARM-STATEMENT-MIN NUMERIC
                            MOVE PARM-STATEMENT-MIN
                                TO WS-STATEMENT-MIN
                        END-IF
                END-READ
            END-IF
            CLOSE COLLECTION-PARM-FILE.

      * only self-pay balances the patient has been stated for go to
      * the agency; denied items are still being worked with a payer
      * and items already placed or closed are left alone. An item
      * with no billed date ages as the oldest money, as on ARAGING
       SELECT-REFERRAL-ITEM.
            IF AR-PAYER-CODE = SPACES
               AND (AR-STATUS = "O" OR "P" OR "A")
               AND AR-AMOUNT-DUE > AR-AMOUNT-PAID
                IF AR-BILLED-DATE > ZERO
                    COMPUTE WS-BILLED-DAY-NO =
                        FUNCTION INTEGER-OF-DATE(AR-BILLED-DATE)
                    COMPUTE WS-AGE-IN-DAYS =
                        WS-RUN-DAY-NO - WS-BILLED-DAY-NO
                ELSE
                    MOVE 99999 TO WS-AGE-IN-DAYS
                END-IF
                IF WS-AGE-IN-DAYS >= WS-REFERRAL-DAYS
                   AND AR-STMT-COUNT >= WS-STATEMENT-MIN
                    PERFORM PLACE-ONE-ITEM
                END-IF
            END-IF.

       PLACE-ONE-ITEM.
            PERFORM JOIN-PATIENT-NUMBER
            IF XREF-ID-FOUND
                COMPUTE WS-BALANCE = AR-AMOUNT-DUE - AR-AMOUNT-PAID
                MOVE AR-ID-NUMBER TO PL-ID-NUMBER
                MOVE AR-CHECK-DIGIT TO PL-CHECK-DIGIT
                MOVE AR-SERVICE-DATE TO PL-SERVICE-DATE
                MOVE XR-PATIENT-NUMBER TO PL-PATIENT-NUMBER
                MOVE XR-PAT-NAME TO PL-PAT-NAME
                MOVE SPACES TO PL-PAT-PHONE
                MOVE SPACES TO PL-PAT-ADDRESS
                MOVE XR-PATIENT-NUMBER TO PM-PATIENT-NUMBER
                READ PATIENT-MASTER
                    INVALID KEY
                        DISPLAY "*** no patient master record for "
                            "patient " XR-PATIENT-NUMBER
                            ", placed without address ***"
                    NOT INVALID KEY
                        MOVE PM-PAT-NAME TO PL-PAT-NAME
                        MOVE PM-PAT-PHONE TO PL-PAT-PHONE
                        MOVE PM-PAT-ADDRESS TO PL-PAT-ADDRESS
                END-READ
                MOVE WS-BALANCE TO PL-BALANCE
                MOVE AR-BILLED-DATE TO PL-BILLED-DATE
                MOVE WS-RUN-DATE TO PL-PLACED-DATE
                WRITE PLACEMENT-RECORD
                SET AR-ITEM-IN-COLLECTION TO TRUE
                MOVE WS-RUN-DATE TO AR-PLACED-DATE
                REWRITE AR-OPEN-ITEM-RECORD
                    INVALID KEY
                        DISPLAY "*** open-item rewrite failed for "
                            "COVID " AR-ID-NUMBER " ***"
                        SET IO-ERROR-OCCURRED TO TRUE
                END-REWRITE
                ADD 1 TO WS-PLACED-COUNT
                ADD WS-BALANCE TO WS-TOTAL-PLACED
                MOVE AR-ID-NUMBER TO DL-ID-NUMBER
                MOVE AR-CHECK-DIGIT TO DL-CHECK-DIGIT
                MOVE AR-SERVICE-DATE TO DL-SERVICE-DATE
                MOVE PL-PATIENT-NUMBER TO DL-PATIENT-NO
                MOVE PL-PAT-NAME TO DL-PAT-NAME
                MOVE WS-AGE-IN-DAYS TO DL-AGE-DAYS
                MOVE AR-STMT-COUNT TO DL-STMT-COUNT
                MOVE WS-BALANCE TO DL-BALANCE
                WRITE REFERRAL-REPORT-LINE FROM WS-DETAIL-LINE
            ELSE
                ADD 1 TO WS-NO-XREF-COUNT
                DISPLAY "*** no patient xref for CovidID "
                    AR-ID-NUMBER ", item not placed ***"
            END-IF.

       JOIN-PATIENT-NUMBER.
            MOVE "N" TO WS-XREF-FOUND-FLAG
            MOVE AR-ID-NUMBER TO XR-ID-NUMBER
            MOVE AR-CHECK-DIGIT TO XR-CHECK-DIGIT
            READ PATIENT-XREF-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY SET XREF-ID-FOUND TO TRUE
            END-READ.

           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM COLLREF.
