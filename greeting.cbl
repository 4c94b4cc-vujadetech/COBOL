      * Purpose: Batch COVID registration - registers each CovidID read
      *          from the daily intake file and persists the result to
      *          the COVID-MASTER file instead of letting it vanish
      *          when the run ends. A self-pay visit for a patient
      *          with current financial-assistance eligibility is
      *          billed at the sliding-scale discount for the
      *          patient's tier, shown separately on the billing
      *          report and fed to the general ledger. Each test
      *          registered still pending a result is written to the
      *          lab order file as an open order, and the day's
      *          specimen manifest is printed per site for pickup.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT OPTIONAL DOSE-MIX-RULE-FILE ASSIGN TO "VIDMIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIX-FILE-STATUS.
           SELECT OPTIONAL RESUB-INTAKE-FILE ASSIGN TO "COVIDIN.RSB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSB-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           COPY ARITMSEL.
           COPY PATXRSEL.
           COPY FASTSEL.
           COPY LOTIVSEL.
           COPY VIDTSEL.
           COPY PAYRSEL.
           COPY SITESEL.
           COPY VACMSEL.
           COPY STOTSEL.
           COPY GLFDSEL.
           COPY LABHSEL.
           COPY AUDITSEL.
           COPY CTOTSEL.
           COPY CYCSEL.
           COPY LORDSEL.
           SELECT LAB-MANIFEST-REPORT ASSIGN TO "LABMANF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 IN-PAYER-CODE   PIC X(3).
           05 IN-MEMBER-ID    PIC X(10).
           05 IN-LOT-NUMBER   PIC 9(5).
           05 IN-VACCINATOR-ID PIC X(4).

           COPY COVMSTFD.

       FD  BILLING-REPORT.
       01  BILLING-LINE         PIC X(70).

       FD  RESULTS-REPORT.
       01  RESULTS-LINE         PIC X(60).
       01  COVID-EXCEPTION-RECORD.
           05 CE-ORIGINAL.
              10 CE-ID-NUMBER   PIC 9(6).
              10 FILLER         PIC X(37).
           05 FILLER            PIC X VALUE SPACE.
           05 CE-REASON         PIC X(30).

           05 FS-EFFECTIVE-DATE PIC 9(8).
           05 FS-BASE-FEE       PIC 9(5)V99.

       FD  DOSE-MIX-RULE-FILE.
       01  DOSE-MIX-RULE-RECORD.
           05 MX-PRIOR-TYPE     PIC X.
           05 MX-NEXT-TYPE      PIC X.
           05 MX-FROM-DOSE      PIC 9.

       FD  RESUB-INTAKE-FILE.
       01  RESUB-INTAKE-RECORD     PIC X(43).

       FD  RECALL-REQUEST-FILE.
       01  RECALL-REQUEST-RECORD.
           05 CKP-UNK-COUNT     PIC 9(6).
           05 CKP-UNK-TAX       PIC 9(7)V99.
           05 CKP-UNK-FEES      PIC 9(7)V99.
           05 CKP-TOTAL-DISC    PIC 9(7)V99.
           05 CKP-SITE-DISCOUNTS PIC X(90).
           05 CKP-UNK-DISC      PIC 9(7)V99.

           COPY ARITMFD.
           COPY PATXRFD.
           COPY FASTFD.
           COPY LOTIVFD.
           COPY VIDTFD.
           COPY PAYRFD.
           COPY SITEFD.
           COPY VACMFD.
           COPY STOTFD.
           COPY GLFDFD.
           COPY LABHFD.
           COPY AUDITFD.
           COPY CTOTFD.
           COPY CYCFD.
           COPY LORDFD.

       FD  LAB-MANIFEST-REPORT.
       01  LAB-MANIFEST-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CHKDGTWS.
              05 DOSE-NUMBER  PIC 9.
              05 DOSE-DATE    PIC 9(8).
              05 DOSE-LOT     PIC 9(5).
              05 DOSE-VACCINATOR PIC X(4).
       01  WS-MASTER-FOUND    PIC X VALUE "N".
           88 MASTER-RECORD-FOUND VALUE "Y".
       01  WS-APPLIED-FLAG    PIC X VALUE "N".
       01  WS-FEE-LOOKUP-CODE PIC X VALUE SPACE.
       01  WS-VISIT-FEE       PIC 9(5)V99 VALUE ZERO.
       01  WS-VISIT-TAX-RATE  PIC V999 VALUE ZERO.
       01  WS-VISIT-DISCOUNT  PIC 9(5)V99 VALUE ZERO.
       01  WS-VISIT-TIER      PIC X VALUE SPACE.
       01  WS-FAST-AVAILABLE  PIC X VALUE "N".
           88 ASSISTANCE-FILE-OPEN VALUE "Y".
       01  WS-MIX-FILE-STATUS PIC XX VALUE "00".
           88 MIX-FILE-OK     VALUE "00".
       01  WS-MIX-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-MIX-FILE VALUE "Y".
       01  WS-MIX-MAX         PIC 9(2) VALUE 20.
       01  WS-MIX-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-MIX-TABLE       VALUE SPACES.
           05 MIX-ENTRY OCCURS 20 TIMES.
              10 MIX-PRIOR-TYPE PIC X.
              10 MIX-NEXT-TYPE  PIC X.
              10 MIX-FROM-DOSE  PIC 9.
       01  WS-MIX-SUB         PIC 9(2) VALUE ZERO.
       01  WS-MIX-HIT         PIC 9(2) VALUE ZERO.
       01  WS-DOSE-EDIT-FLAG  PIC X VALUE "Y".
           88 DOSE-PASSED-EDITS VALUE "Y".
       01  WS-DOSE-REJ-REASON PIC X(30) VALUE SPACES.
       01  WS-PRIOR-DOSE-NO   PIC 9 VALUE ZERO.
       01  WS-PRIOR-DOSE-DATE PIC 9(8) VALUE ZERO.
       01  WS-DOSE-GAP-DAYS   PIC S9(7) VALUE ZERO.
       01  WS-DOSE-MONTH      PIC 99 VALUE ZERO.
       01  WS-DOSE-DAY        PIC 99 VALUE ZERO.
       01  WS-RECALL-FILE-STATUS PIC XX VALUE "00".
           88 RECALL-FILE-OK  VALUE "00".
       01  WS-CHECKPOINT-STATUS PIC XX VALUE "00".
       01  WS-UNK-SITE-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-UNK-SITE-TAX    PIC 9(7)V99 VALUE ZERO.
       01  WS-UNK-SITE-FEES   PIC 9(7)V99 VALUE ZERO.
       01  WS-SITE-DISC-TABLE VALUE ZEROS.
           05 WS-SITE-DISC-ENTRY OCCURS 10 TIMES.
              10 TL-SITE-DISC   PIC 9(7)V99.
       01  WS-UNK-SITE-DISC   PIC 9(7)V99 VALUE ZERO.

       01  WS-SITE-TOTAL-LINE.
           05 FILLER           PIC X(6)  VALUE "SITE ".
           05 STL-TAX          PIC Z(6)9.99.

           COPY SITEWS.
           COPY VACMWS.
           COPY STOTWS.
           COPY GLFDWS.
           COPY ARITMWS.
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-LORD-OPEN-FLAG   PIC X VALUE "N".
           88 LAB-ORDERS-OPEN  VALUE "Y".
       01  WS-TOTAL-TAX       PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-DISCOUNT  PIC 9(7)V99 VALUE ZERO.
       01  WS-BILLING-DETAIL.
           05 FILLER           PIC X(7)  VALUE "COVID ".
           05 BD-ID-NUMBER     PIC 9(6).
           05 BD-BASE-FEE      PIC Z(4)9.99.
           05 FILLER           PIC X(8)  VALUE "  TAX $ ".
           05 BD-TAX-AMT       PIC Z(4)9.99.
           05 FILLER           PIC X(9)  VALUE "  ASST $ ".
           05 BD-DISCOUNT      PIC Z(4)9.99.
           05 FILLER           PIC X     VALUE SPACE.
           05 BD-TIER          PIC X.
       01  WS-BILLING-TOTAL.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL TAX BILLED $ ".
           05 BT-TOTAL-TAX      PIC Z(6)9.99.
       01  WS-DISCOUNT-TOTAL.
           05 FILLER           PIC X(25) VALUE
              "*** TOTAL ASSISTANCE $ ".
           05 BT-TOTAL-DISCOUNT PIC Z(6)9.99.

       01  WS-RESULTS-DETAIL.
           05 FILLER           PIC X(7)  VALUE "COVID ".

           COPY VIDTWS.
           COPY PAYRWS.
           COPY FASTWS.
       01  WS-PAYER-VALID      PIC X VALUE "Y".
           88 PAYER-CODE-VALID VALUE "Y".
       01  WS-PAYER-REJ-REASON PIC X(30) VALUE SPACES.
           COPY AUDITWS.
           COPY CTOTWS.
           COPY CYCWS.
           COPY LORDWS.
       01  WS-ORDER-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-MANIFEST-SITE    PIC X(3) VALUE SPACES.
       01  WS-MANIFEST-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-MANIFEST-TOTAL   PIC 9(6) VALUE ZERO.

       01  WS-MANIFEST-HEADING.
           05 FILLER           PIC X(28) VALUE
              "*** LAB SPECIMEN MANIFEST - ".
           05 MH-SITE-ID       PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 MH-SITE-NAME     PIC X(20).
           05 FILLER           PIC X(9)  VALUE "  PICKUP ".
           05 MH-PICKUP-DATE   PIC 9(8).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-MANIFEST-COLUMNS PIC X(60) VALUE
           "COVIDID   TYPE  COLLECTED  ORDERED".

       01  WS-MANIFEST-DETAIL.
           05 MD-ID-NUMBER     PIC 9(6).
           05 MD-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(5)  VALUE SPACE.
           05 MD-TYPE-CODE     PIC X.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 MD-COLLECT-DATE  PIC 9(8).
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 MD-ORDER-DATE    PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 MD-ORDER-TIME    PIC 9(6).

       01  WS-MANIFEST-FOOTER.
           05 FILLER           PIC X(23) VALUE
              "SPECIMENS ON MANIFEST: ".
           05 MF-COUNT         PIC ZZZZZ9.

       01  WS-MANIFEST-SIGN-LINE PIC X(80) VALUE
           "RELEASED BY ________  RECEIVED BY LAB ________  TIME ____".

       01  WS-MANIFEST-NONE-LINE PIC X(60) VALUE
           "*** NO SPECIMENS FOR PICKUP TODAY ***".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                MOVE "BLOCKED BY CYCLE CONTROL"
                    TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            PERFORM LOAD-FEE-SCHEDULE
            PERFORM LOAD-VID-TYPE-TABLE
            PERFORM LOAD-DOSE-MIX-RULES
            PERFORM LOAD-SITE-TABLE
            PERFORM LOAD-VACCINATOR-TABLE
            IF WS-VACM-COUNT = ZERO
                DISPLAY "*** no vaccinator master found, "
                    "administered-by edit skipped ***"
            END-IF
            PERFORM LOAD-PAYER-TABLE
            PERFORM OPEN-ASSISTANCE-FILES
            PERFORM LOAD-CHECKPOINT
            OPEN INPUT COVID-INTAKE-FILE
            OPEN I-O COVID-MASTER
            END-IF
            PERFORM OPEN-AR-OPEN-ITEMS
            PERFORM OPEN-RECALL-REQUESTS
            OPEN I-O LAB-ORDER-FILE
            IF LORD-FILE-OK
                SET LAB-ORDERS-OPEN TO TRUE
            ELSE
                DISPLAY "*** lab order file open failed, status "
                    WS-LORD-FILE-STATUS ", no lab orders ***"
                SET IO-ERROR-OCCURRED TO TRUE
            END-IF
            PERFORM UNTIL END-OF-INTAKE-FILE
                READ COVID-INTAKE-FILE
                    AT END SET END-OF-INTAKE-FILE TO TRUE
            PERFORM DELETE-CHECKPOINT
            PERFORM WRITE-SITE-TOTALS
            PERFORM WRITE-GL-FEED-TOTALS
            IF LAB-ORDERS-OPEN
                PERFORM PRINT-LAB-MANIFESTS
                CLOSE LAB-ORDER-FILE
            END-IF
            MOVE WS-TOTAL-TAX TO BT-TOTAL-TAX
            WRITE BILLING-LINE FROM WS-BILLING-TOTAL
            MOVE WS-TOTAL-DISCOUNT TO BT-TOTAL-DISCOUNT
            WRITE BILLING-LINE FROM WS-DISCOUNT-TOTAL
            PERFORM CLOSE-ASSISTANCE-FILES
            CLOSE COVID-MASTER
            CLOSE LOT-INVENTORY-FILE
            CLOSE RESULT-HISTORY-FILE
            STRING "COMPLETED, " WS-REJECT-COUNT " REJECTED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            MOVE "COVID-REGISTRATION" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-COVID-COUNT TO WS-CTOT-RECORD-COUNT
                        MOVE CKP-UNK-COUNT TO WS-UNK-SITE-COUNT
                        MOVE CKP-UNK-TAX TO WS-UNK-SITE-TAX
                        MOVE CKP-UNK-FEES TO WS-UNK-SITE-FEES
                        MOVE CKP-TOTAL-DISC TO WS-TOTAL-DISCOUNT
                        MOVE CKP-SITE-DISCOUNTS
                            TO WS-SITE-DISC-TABLE
                        MOVE CKP-UNK-DISC TO WS-UNK-SITE-DISC
                END-READ
                CLOSE CHECKPOINT-FILE
            END-IF.
                MOVE WS-UNK-SITE-COUNT TO CKP-UNK-COUNT
                MOVE WS-UNK-SITE-TAX TO CKP-UNK-TAX
                MOVE WS-UNK-SITE-FEES TO CKP-UNK-FEES
                MOVE WS-TOTAL-DISCOUNT TO CKP-TOTAL-DISC
                MOVE WS-SITE-DISC-TABLE TO CKP-SITE-DISCOUNTS
                MOVE WS-UNK-SITE-DISC TO CKP-UNK-DISC
                WRITE CHECKPOINT-RECORD
                CLOSE CHECKPOINT-FILE
            ELSE
            PERFORM SET-RESULT-STATUS

            PERFORM RECORD-DOSE-HISTORY
            IF NOT DOSE-PASSED-EDITS
                PERFORM REJECT-CLINICAL-DOSE
            END-IF

      * an intake record whose dose, lot and outcome the master
      * already carries was applied before the crash a restart is
                DISPLAY "COVID " CV-ID-NUMBER " already "
                    "registered, intake record skipped"
            ELSE
                IF DOSE-PASSED-EDITS
                    PERFORM APPLY-INTAKE-RECORD
                END-IF
            END-IF.

       REJECT-CLINICAL-DOSE.
            ADD 1 TO WS-REJECT-COUNT
            DISPLAY "*** " WS-DOSE-REJ-REASON
                ", COVID ID rejected: " CV-ID-NUMBER
            MOVE SPACES TO COVID-EXCEPTION-RECORD
            MOVE INTAKE-RECORD TO CE-ORIGINAL
            MOVE WS-DOSE-REJ-REASON TO CE-REASON
            WRITE COVID-EXCEPTION-RECORD.

       APPLY-INTAKE-RECORD.
            MOVE CovidID TO MASTER-COVID-ID
            MOVE VidName TO MASTER-VID-NAME
                END-IF
                PERFORM BILL-COVID-VISIT
                PERFORM RELIEVE-LOT-INVENTORY
                IF WS-OUTCOME = "PENDING" AND IN-DOSE-NUMBER = ZERO
                   AND LAB-ORDERS-OPEN
                    PERFORM WRITE-LAB-ORDER
                END-IF
            END-IF.

      * a test still pending a result is a specimen on its way to the
      * lab; the open order is what LABRECON closes when the result
      * comes back and what the overdue report chases if it does not
       WRITE-LAB-ORDER.
            MOVE SPACES TO LAB-ORDER-RECORD
            MOVE CovidID TO LO-COVID-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO LO-ORDER-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO LO-ORDER-TIME
            MOVE WS-RUN-DATE TO LO-PICKUP-DATE
            MOVE IN-SITE-ID TO LO-SITE-ID
            MOVE IN-TYPE-CODE TO LO-TYPE-CODE
            MOVE IN-DOSE-DATE TO LO-COLLECT-DATE
            SET LO-ORDER-OPEN TO TRUE
            MOVE SPACES TO LO-RESULT-CODE
            MOVE ZEROS TO LO-RESULT-DATE
            MOVE ZEROS TO LO-RESULT-TIME
            MOVE ZEROS TO LO-CLOSED-DATE
            WRITE LAB-ORDER-RECORD
                INVALID KEY
                    DISPLAY "*** lab order write failed for CovidID "
                        CV-ID-NUMBER " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
                NOT INVALID KEY
                    ADD 1 TO WS-ORDER-COUNT
            END-WRITE.

      * the manifest is read back from the order file by pickup date
      * and site, so a restarted run still lists the orders written
      * before the failure
       PRINT-LAB-MANIFESTS.
            OPEN OUTPUT LAB-MANIFEST-REPORT
            MOVE SPACES TO WS-MANIFEST-SITE
            MOVE ZERO TO WS-MANIFEST-COUNT
            MOVE ZERO TO WS-MANIFEST-TOTAL
            MOVE "N" TO WS-LORD-EOF-SWITCH
            MOVE WS-RUN-DATE TO LO-PICKUP-DATE
            MOVE LOW-VALUES TO LO-SITE-ID
            START LAB-ORDER-FILE KEY IS NOT LESS THAN LO-MANIFEST-KEY
                INVALID KEY SET END-OF-LAB-ORDERS TO TRUE
            END-START
            PERFORM UNTIL END-OF-LAB-ORDERS
                READ LAB-ORDER-FILE NEXT RECORD
                    AT END SET END-OF-LAB-ORDERS TO TRUE
                END-READ
                IF NOT END-OF-LAB-ORDERS
                    IF LO-PICKUP-DATE NOT = WS-RUN-DATE
                        SET END-OF-LAB-ORDERS TO TRUE
                    ELSE
                        PERFORM LIST-MANIFEST-ORDER
                    END-IF
                END-IF
            END-PERFORM
            IF WS-MANIFEST-TOTAL = ZERO
                WRITE LAB-MANIFEST-LINE FROM WS-MANIFEST-NONE-LINE
            ELSE
                PERFORM END-SITE-MANIFEST
            END-IF
            CLOSE LAB-MANIFEST-REPORT
            DISPLAY WS-ORDER-COUNT " lab order(s) written, "
                WS-MANIFEST-TOTAL " specimen(s) on today's manifests.".

       LIST-MANIFEST-ORDER.
            IF WS-MANIFEST-TOTAL = ZERO
               OR LO-SITE-ID NOT = WS-MANIFEST-SITE
                IF WS-MANIFEST-TOTAL > ZERO
                    PERFORM END-SITE-MANIFEST
                END-IF
                PERFORM START-SITE-MANIFEST
            END-IF
            ADD 1 TO WS-MANIFEST-COUNT
            ADD 1 TO WS-MANIFEST-TOTAL
            MOVE LO-ID-NUMBER TO MD-ID-NUMBER
            MOVE LO-CHECK-DIGIT TO MD-CHECK-DIGIT
            MOVE LO-TYPE-CODE TO MD-TYPE-CODE
            MOVE LO-COLLECT-DATE TO MD-COLLECT-DATE
            MOVE LO-ORDER-DATE TO MD-ORDER-DATE
            MOVE LO-ORDER-TIME TO MD-ORDER-TIME
            WRITE LAB-MANIFEST-LINE FROM WS-MANIFEST-DETAIL.

       START-SITE-MANIFEST.
            MOVE LO-SITE-ID TO WS-MANIFEST-SITE
            MOVE ZERO TO WS-MANIFEST-COUNT
            MOVE LO-SITE-ID TO MH-SITE-ID
            MOVE LO-SITE-ID TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
                MOVE SITE-NAME(WS-SITE-HIT) TO MH-SITE-NAME
            ELSE
                MOVE "UNKNOWN SITE" TO MH-SITE-NAME
            END-IF
            MOVE WS-RUN-DATE TO MH-PICKUP-DATE
            WRITE LAB-MANIFEST-LINE FROM WS-MANIFEST-HEADING
            WRITE LAB-MANIFEST-LINE FROM WS-MANIFEST-COLUMNS.

       END-SITE-MANIFEST.
            MOVE WS-MANIFEST-COUNT TO MF-COUNT
            WRITE LAB-MANIFEST-LINE FROM WS-MANIFEST-FOOTER
            MOVE SPACES TO LAB-MANIFEST-LINE
            WRITE LAB-MANIFEST-LINE
            WRITE LAB-MANIFEST-LINE FROM WS-MANIFEST-SIGN-LINE
            MOVE SPACES TO LAB-MANIFEST-LINE
            WRITE LAB-MANIFEST-LINE
            WRITE LAB-MANIFEST-LINE.

      * a zero-interval type (a test) must not replace the vaccine
      * series type on the master, or the dose-recall sweep loses the
      * interval it schedules the next dose from
            IF MASTER-RECORD-FOUND
                PERFORM CHECK-ALREADY-APPLIED
            END-IF
            MOVE "Y" TO WS-DOSE-EDIT-FLAG
            MOVE SPACES TO WS-DOSE-REJ-REASON
            IF NOT INTAKE-ALREADY-APPLIED
               AND IN-DOSE-NUMBER NOT = ZERO
                PERFORM EDIT-CLINICAL-DOSE
            END-IF
            IF NOT INTAKE-ALREADY-APPLIED AND DOSE-PASSED-EDITS
                IF IN-DOSE-NUMBER > 0 AND IN-DOSE-NUMBER <= 5
                    MOVE IN-DOSE-NUMBER
                        TO DOSE-NUMBER(IN-DOSE-NUMBER)
                    ELSE
                        MOVE ZEROS TO DOSE-LOT(IN-DOSE-NUMBER)
                    END-IF
                    MOVE IN-VACCINATOR-ID
                        TO DOSE-VACCINATOR(IN-DOSE-NUMBER)
                END-IF
                PERFORM SHOW-DOSE-HISTORY
            END-IF.

      * a vaccine dose must pass the clinical edits before it touches
      * the dose history: a valid dose date, the next dose number in
      * the series, at least the product's minimum interval since the
      * prior dose, no switch of product without a mix rule allowing
      * it, a lot not expired on the day the dose was given, and a
      * vaccinator licensed that day and assigned to the site. The
      * first failure is the reject reason; nothing posts, bills or
      * goes to the state registry until REJFIX resubmits it.
       EDIT-CLINICAL-DOSE.
            PERFORM EDIT-DOSE-DATE
            IF DOSE-PASSED-EDITS
                PERFORM EDIT-DOSE-SEQUENCE
            END-IF
            IF DOSE-PASSED-EDITS AND WS-PRIOR-DOSE-NO > ZERO
                PERFORM EDIT-DOSE-INTERVAL
            END-IF
            IF DOSE-PASSED-EDITS AND WS-PRIOR-DOSE-NO > ZERO
                PERFORM EDIT-PRODUCT-MIX
            END-IF
            IF DOSE-PASSED-EDITS
                PERFORM EDIT-LOT-EXPIRY
            END-IF
            IF DOSE-PASSED-EDITS AND WS-VACM-COUNT > ZERO
                PERFORM EDIT-VACCINATOR
            END-IF.

       EDIT-DOSE-DATE.
            IF IN-DOSE-DATE NOT NUMERIC
                MOVE "N" TO WS-DOSE-EDIT-FLAG
                MOVE "BAD DOSE DATE" TO WS-DOSE-REJ-REASON
            ELSE
                MOVE IN-DOSE-DATE(5:2) TO WS-DOSE-MONTH
                MOVE IN-DOSE-DATE(7:2) TO WS-DOSE-DAY
                IF WS-DOSE-MONTH < 1 OR WS-DOSE-MONTH > 12
                   OR WS-DOSE-DAY < 1 OR WS-DOSE-DAY > 31
                    MOVE "N" TO WS-DOSE-EDIT-FLAG
                    MOVE "BAD DOSE DATE" TO WS-DOSE-REJ-REASON
                END-IF
            END-IF.

      * the history holds dose n in slot n, so the only dose that can
      * post is one past the highest slot already given
       EDIT-DOSE-SEQUENCE.
            MOVE ZERO TO WS-PRIOR-DOSE-NO
            MOVE ZERO TO WS-PRIOR-DOSE-DATE
            PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                    UNTIL WS-SUBSCRIPT > 5
                IF DOSE-DATE(WS-SUBSCRIPT) NOT = ZERO
                    MOVE WS-SUBSCRIPT TO WS-PRIOR-DOSE-NO
                    MOVE DOSE-DATE(WS-SUBSCRIPT) TO WS-PRIOR-DOSE-DATE
                END-IF
            END-PERFORM
            IF IN-DOSE-NUMBER NOT = WS-PRIOR-DOSE-NO + 1
               OR IN-DOSE-NUMBER > 5
                MOVE "N" TO WS-DOSE-EDIT-FLAG
                MOVE "DOSE NUMBER OUT OF SEQUENCE"
                    TO WS-DOSE-REJ-REASON
            END-IF.

       EDIT-DOSE-INTERVAL.
            MOVE IN-TYPE-CODE TO WS-VIDT-LOOKUP-CODE
            PERFORM FIND-TYPE-BY-CODE
            IF WS-VIDT-HIT > ZERO
                COMPUTE WS-DOSE-GAP-DAYS =
                    FUNCTION INTEGER-OF-DATE(IN-DOSE-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-PRIOR-DOSE-DATE)
                IF WS-DOSE-GAP-DAYS < WT-INTERVAL(WS-VIDT-HIT)
                    MOVE "N" TO WS-DOSE-EDIT-FLAG
                    MOVE "DOSE BEFORE MINIMUM INTERVAL"
                        TO WS-DOSE-REJ-REASON
                END-IF
            END-IF.

      * the master's type code is the vaccine series the patient is
      * on; a dose of a different vaccine product needs a mix rule
      * for that prior/next pair starting at or before this dose.
      * A master still carrying a test type has no series to mix.
       EDIT-PRODUCT-MIX.
            IF MASTER-RECORD-FOUND
               AND MASTER-TYPE-CODE NOT = SPACE
               AND MASTER-TYPE-CODE NOT = IN-TYPE-CODE
                MOVE MASTER-TYPE-CODE TO WS-VIDT-LOOKUP-CODE
                PERFORM FIND-TYPE-BY-CODE
                IF WS-VIDT-HIT > ZERO
                   AND WT-INTERVAL(WS-VIDT-HIT) > ZERO
                    PERFORM FIND-DOSE-MIX-RULE
                    IF WS-MIX-HIT = ZERO
                        MOVE "N" TO WS-DOSE-EDIT-FLAG
                        MOVE "MIXED SERIES NOT ALLOWED"
                            TO WS-DOSE-REJ-REASON
                    END-IF
                END-IF
            END-IF.

       FIND-DOSE-MIX-RULE.
            MOVE ZERO TO WS-MIX-HIT
            PERFORM VARYING WS-MIX-SUB FROM 1 BY 1
                    UNTIL WS-MIX-SUB > WS-MIX-COUNT
                       OR WS-MIX-HIT > ZERO
                IF MIX-PRIOR-TYPE(WS-MIX-SUB) = MASTER-TYPE-CODE
                   AND MIX-NEXT-TYPE(WS-MIX-SUB) = IN-TYPE-CODE
                   AND MIX-FROM-DOSE(WS-MIX-SUB) <= IN-DOSE-NUMBER
                    MOVE WS-MIX-SUB TO WS-MIX-HIT
                END-IF
            END-PERFORM.

      * a lot not on inventory is left to RELIEVE-LOT-INVENTORY to
      * report as before; a lot on file must not have expired before
      * the day the dose was given, and must not be on cold-chain
      * quarantine
       EDIT-LOT-EXPIRY.
            IF IN-LOT-NUMBER NUMERIC AND IN-LOT-NUMBER > 0
                MOVE IN-SITE-ID TO INV-SITE-ID
                MOVE IN-LOT-NUMBER TO INV-LOT-NUMBER
                READ LOT-INVENTORY-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN INV-EXPIRY-DATE < IN-DOSE-DATE
                                MOVE "N" TO WS-DOSE-EDIT-FLAG
                                MOVE "DOSE FROM EXPIRED LOT"
                                    TO WS-DOSE-REJ-REASON
                            WHEN INV-QUARANTINED
                                MOVE "N" TO WS-DOSE-EDIT-FLAG
                                MOVE "DOSE FROM QUARANTINED LOT"
                                    TO WS-DOSE-REJ-REASON
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-IF.

      * the vaccinator must be on the vaccinator master and active,
      * hold a license that had not expired on the dose date, and be
      * assigned to the site the dose was given at
       EDIT-VACCINATOR.
            MOVE IN-VACCINATOR-ID TO WS-VACM-LOOKUP-ID
            PERFORM FIND-VACCINATOR-BY-ID
            EVALUATE TRUE
                WHEN IN-VACCINATOR-ID = SPACES
                  OR WS-VACM-HIT = ZERO
                    MOVE "N" TO WS-DOSE-EDIT-FLAG
                    MOVE "UNKNOWN VACCINATOR" TO WS-DOSE-REJ-REASON
                WHEN WV-ACTIVE(WS-VACM-HIT) NOT = "A"
                    MOVE "N" TO WS-DOSE-EDIT-FLAG
                    MOVE "INACTIVE VACCINATOR" TO WS-DOSE-REJ-REASON
                WHEN WV-LICENSE-EXPIRY(WS-VACM-HIT) < IN-DOSE-DATE
                    MOVE "N" TO WS-DOSE-EDIT-FLAG
                    MOVE "VACCINATOR LICENSE EXPIRED"
                        TO WS-DOSE-REJ-REASON
                WHEN OTHER
                    MOVE IN-SITE-ID TO WS-VACM-LOOKUP-SITE
                    PERFORM CHECK-VACCINATOR-SITE
                    IF NOT VACCINATOR-AT-SITE
                        MOVE "N" TO WS-DOSE-EDIT-FLAG
                        MOVE "VACCINATOR NOT AT THIS SITE"
                            TO WS-DOSE-REJ-REASON
                    END-IF
            END-EVALUATE.

      * a dose record is already applied when the master holds the
      * same dose date and lot in this dose's slot and the outcome
      * matches; a test record (dose zero) is already applied when
            MOVE CV-ID-NUMBER TO BD-ID-NUMBER
            MOVE WS-VISIT-FEE TO BD-BASE-FEE
            MOVE TaxAmt TO BD-TAX-AMT
            MOVE WS-VISIT-DISCOUNT TO BD-DISCOUNT
            MOVE WS-VISIT-TIER TO BD-TIER
            WRITE BILLING-LINE FROM WS-BILLING-DETAIL
            PERFORM WRITE-AR-OPEN-ITEM
            DISPLAY "TAX BILLED: " TaxAmt.
      * site totals, and the general-ledger feed
       ACCUMULATE-VISIT-CHARGES.
            PERFORM LOOKUP-VISIT-FEE
            PERFORM LOOKUP-ASSISTANCE-DISCOUNT
            MOVE IN-SITE-ID TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
            ELSE
                MOVE WS-TAX-RATE TO WS-VISIT-TAX-RATE
            END-IF
            COMPUTE TaxAmt ROUNDED =
                (WS-VISIT-FEE - WS-VISIT-DISCOUNT) * WS-VISIT-TAX-RATE
            ADD TaxAmt TO WS-TOTAL-TAX
            ADD WS-VISIT-DISCOUNT TO WS-TOTAL-DISCOUNT
            PERFORM ACCUMULATE-SITE-TOTAL.

       ACCUMULATE-SITE-TOTAL.
                ADD 1 TO TL-SITE-COUNT(WS-SITE-HIT)
                ADD TaxAmt TO TL-SITE-TAX(WS-SITE-HIT)
                ADD WS-VISIT-FEE TO TL-SITE-FEES(WS-SITE-HIT)
                ADD WS-VISIT-DISCOUNT TO TL-SITE-DISC(WS-SITE-HIT)
            ELSE
                ADD 1 TO WS-UNK-SITE-COUNT
                ADD TaxAmt TO WS-UNK-SITE-TAX
                ADD WS-VISIT-FEE TO WS-UNK-SITE-FEES
                ADD WS-VISIT-DISCOUNT TO WS-UNK-SITE-DISC
            END-IF.

      * financial assistance applies only to self-pay visits, for a
      * patient whose eligibility covers the date of service; the
      * tier sets the share of the fee forgiven, and tax is charged
      * on what the patient still owes
       LOOKUP-ASSISTANCE-DISCOUNT.
            MOVE ZERO TO WS-VISIT-DISCOUNT
            MOVE SPACE TO WS-VISIT-TIER
            IF IN-PAYER-CODE = SPACES
               AND ASSISTANCE-FILE-OPEN
                MOVE CV-ID-NUMBER TO XR-ID-NUMBER
                MOVE CV-CHECK-DIGIT TO XR-CHECK-DIGIT
                READ PATIENT-XREF-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        PERFORM FIND-ASSISTANCE-ELIGIBILITY
                END-READ
            END-IF.

       FIND-ASSISTANCE-ELIGIBILITY.
            MOVE XR-PATIENT-NUMBER TO FA-PATIENT-NUMBER
            READ ASSISTANCE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF FA-EFFECTIVE-DATE <= IN-DOSE-DATE
                       AND FA-EXPIRE-DATE >= IN-DOSE-DATE
                        MOVE FA-TIER TO WS-FAST-LOOKUP-TIER
                        PERFORM FIND-ASSISTANCE-TIER
                        IF WS-FAST-HIT > ZERO
                            COMPUTE WS-VISIT-DISCOUNT ROUNDED =
                                WS-VISIT-FEE
                                * FT-DISCOUNT-PCT(WS-FAST-HIT) / 100
                            MOVE FA-TIER TO WS-VISIT-TIER
                        END-IF
                    END-IF
            END-READ.

       OPEN-ASSISTANCE-FILES.
            OPEN INPUT ASSISTANCE-FILE
            IF FAST-FILE-OK
                OPEN INPUT PATIENT-XREF-FILE
                SET ASSISTANCE-FILE-OPEN TO TRUE
            ELSE
                DISPLAY "*** no financial assistance file, "
                    "visits billed at the full fee ***"
            END-IF.

       CLOSE-ASSISTANCE-FILES.
            IF ASSISTANCE-FILE-OPEN
                CLOSE ASSISTANCE-FILE
                CLOSE PATIENT-XREF-FILE
            END-IF.

       WRITE-SITE-TOTALS.
                MOVE "TAX" TO WS-GLFD-TYPE
                MOVE WS-UNK-SITE-TAX TO WS-GLFD-AMOUNT
                PERFORM WRITE-GL-FEED-RECORD
                IF WS-UNK-SITE-DISC > ZERO
                    MOVE "FAD" TO WS-GLFD-TYPE
                    MOVE WS-UNK-SITE-DISC TO WS-GLFD-AMOUNT
                    PERFORM WRITE-GL-FEED-RECORD
                END-IF
            END-IF
            PERFORM CLOSE-GL-FEED.

                MOVE "TAX" TO WS-GLFD-TYPE
                MOVE TL-SITE-TAX(WS-SITE-SUB) TO WS-GLFD-AMOUNT
                PERFORM WRITE-GL-FEED-RECORD
                IF TL-SITE-DISC(WS-SITE-SUB) > ZERO
                    MOVE "FAD" TO WS-GLFD-TYPE
                    MOVE TL-SITE-DISC(WS-SITE-SUB) TO WS-GLFD-AMOUNT
                    PERFORM WRITE-GL-FEED-RECORD
                END-IF
            END-IF.

       OPEN-AR-OPEN-ITEMS.
            MOVE IN-TYPE-CODE TO AR-TYPE-CODE
            MOVE WS-VISIT-FEE TO AR-BASE-FEE
            MOVE TaxAmt TO AR-TAX-AMT
            COMPUTE AR-AMOUNT-DUE =
                WS-VISIT-FEE - WS-VISIT-DISCOUNT + TaxAmt
            MOVE ZERO TO AR-AMOUNT-PAID
            SET AR-ITEM-OPEN TO TRUE
            MOVE IN-PAYER-CODE TO AR-PAYER-CODE
            MOVE IN-MEMBER-ID TO AR-MEMBER-ID
            MOVE WS-RUN-DATE TO AR-BILLED-DATE
            MOVE IN-SITE-ID TO AR-SITE-ID
            MOVE ZERO TO AR-SUBMIT-DATE
            MOVE ZERO TO AR-ACK-DATE
            MOVE ZERO TO AR-CONTRACT-ADJ
            MOVE ZERO TO AR-STMT-COUNT
            MOVE ZERO TO AR-PLACED-DATE
            MOVE WS-VISIT-TIER TO AR-ASSIST-TIER
            MOVE WS-VISIT-DISCOUNT TO AR-ASSIST-DISC
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    PERFORM ADD-TO-EXISTING-AR-ITEM
                NOT INVALID KEY
                    ADD WS-VISIT-FEE TO AR-BASE-FEE
                    ADD TaxAmt TO AR-TAX-AMT
                    ADD WS-VISIT-DISCOUNT TO AR-ASSIST-DISC
                    IF WS-VISIT-TIER NOT = SPACE
                        MOVE WS-VISIT-TIER TO AR-ASSIST-TIER
                    END-IF
                    COMPUTE AR-AMOUNT-DUE = AR-AMOUNT-DUE
                        + WS-VISIT-FEE - WS-VISIT-DISCOUNT + TaxAmt
                    IF AR-ITEM-PAID
                        SET AR-ITEM-PARTIAL TO TRUE
                    END-IF
                MOVE FS-BASE-FEE TO FEE-AMOUNT(WS-FEE-COUNT)
            END-IF.

      * the dose mix rules name each vaccine product switch the
      * clinical staff allow (prior series type, next type, first
      * dose number it applies to); no rule file means no mixing
       LOAD-DOSE-MIX-RULES.
            MOVE ZERO TO WS-MIX-COUNT
            MOVE SPACES TO WS-MIX-TABLE
            OPEN INPUT DOSE-MIX-RULE-FILE
            IF MIX-FILE-OK
                PERFORM UNTIL END-OF-MIX-FILE
                    READ DOSE-MIX-RULE-FILE
                        AT END SET END-OF-MIX-FILE TO TRUE
                        NOT AT END PERFORM ADD-DOSE-MIX-RULE
                    END-READ
                END-PERFORM
            END-IF
            CLOSE DOSE-MIX-RULE-FILE.

       ADD-DOSE-MIX-RULE.
            IF WS-MIX-COUNT < WS-MIX-MAX
                ADD 1 TO WS-MIX-COUNT
                MOVE MX-PRIOR-TYPE TO MIX-PRIOR-TYPE(WS-MIX-COUNT)
                MOVE MX-NEXT-TYPE TO MIX-NEXT-TYPE(WS-MIX-COUNT)
                MOVE MX-FROM-DOSE TO MIX-FROM-DOSE(WS-MIX-COUNT)
            ELSE
                DISPLAY "*** dose mix rule table full, rule "
                    DOSE-MIX-RULE-RECORD " ignored ***"
            END-IF.

       LOOKUP-VISIT-FEE.
            MOVE WS-BASE-FEE TO WS-VISIT-FEE
            MOVE WS-TYPE-CODE TO WS-FEE-LOOKUP-CODE
           COPY VIDTLOAD.
           COPY PAYRLOAD.
           COPY SITELOAD.
           COPY VACMLOAD.
           COPY CHKDGTPR.
           COPY FASTPROC.
           COPY AUDITPROC.
           COPY CTOTPROC.
           COPY CYCPROC.
