      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly charity-care report - sweeps the open-items
      *          receivable for the period's visits that were billed
      *          with a sliding-scale financial-assistance discount,
      *          sorts them by the billed item's site and assistance
      *          tier, and reports the visits and dollars forgiven by
      *          tier within each site, a total per site, the tiers
      *          across all sites and the period total, for the grant
      *          reporting. The period is the month of service; it
      *          defaults to the current month and can be overridden
      *          by the optional CHARPARM file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARITMSEL.
           COPY SITESEL.
           SELECT OPTIONAL CHARITY-PARM-FILE ASSIGN TO "CHARPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CHARITY-WORK-FILE ASSIGN TO "CHARRPT.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "CHARSRT.WRK".
           SELECT CHARITY-REPORT-FILE ASSIGN TO "CHARRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY ARITMFD.
           COPY SITEFD.

       FD  CHARITY-PARM-FILE.
       01  CHARITY-PARM-RECORD.
           05 PARM-PERIOD      PIC 9(6).

       FD  CHARITY-WORK-FILE.
       01  CHARITY-WORK-RECORD     PIC X(11).

       SD  SORT-WORK-FILE.
       01  SORT-CHARITY-RECORD.
           05 SR-SITE-ID       PIC X(3).
           05 SR-ASSIST-TIER   PIC X.
           05 SR-ASSIST-DISC   PIC 9(5)V99.

       FD  CHARITY-REPORT-FILE.
       01  CHARITY-REPORT-LINE     PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-AR-ITEMS  VALUE "Y".
       01  WS-SORT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-SORTED-VISITS VALUE "Y".
       01  WS-FIRST-GROUP-FLAG PIC X VALUE "Y".
           88 FIRST-SITE-GROUP VALUE "Y".
       01  WS-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-SITE     PIC X(3) VALUE LOW-VALUES.
       01  WS-CURRENT-TIER     PIC X VALUE LOW-VALUES.
       01  WS-VISIT-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-FORGIVEN   PIC 9(9)V99 VALUE ZERO.
       01  WS-SITE-VISITS      PIC 9(6) VALUE ZERO.
       01  WS-SITE-FORGIVEN    PIC 9(9)V99 VALUE ZERO.
       01  WS-TIER-VISITS      PIC 9(6) VALUE ZERO.
       01  WS-TIER-FORGIVEN    PIC 9(9)V99 VALUE ZERO.
       01  WS-SUMMARY-SUB      PIC 9 VALUE ZERO.

      * visits and dollars by tier across all sites, parallel to the
      * assistance tier table
       01  WS-TIER-TALLY-TABLE VALUE ZEROS.
           05 TT-ENTRY OCCURS 4 TIMES.
              10 TT-VISITS     PIC 9(6).
              10 TT-FORGIVEN   PIC 9(9)V99.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(43) VALUE
              "*** CHARITY CARE - ASSISTANCE FORGIVEN FOR ".
           05 RH-PERIOD        PIC 9(6).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-SITE-HEADING.
           05 FILLER           PIC X(5)  VALUE "SITE ".
           05 SH-SITE-ID       PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 SH-SITE-NAME     PIC X(20).

       01  WS-TIER-LINE.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 FILLER           PIC X(5)  VALUE "TIER ".
           05 TR-TIER          PIC X.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 TR-PCT           PIC ZZ9.
           05 FILLER           PIC X(5)  VALUE "%    ".
           05 TR-VISITS        PIC ZZZZZ9.
           05 FILLER           PIC X(22) VALUE
              " VISIT(S)  FORGIVEN $ ".
           05 TR-FORGIVEN      PIC Z(8)9.99.

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(4)  VALUE SPACE.
           05 TL-LABEL         PIC X(16).
           05 TL-VISITS        PIC ZZZZZ9.
           05 FILLER           PIC X(22) VALUE
              " VISIT(S)  FORGIVEN $ ".
           05 TL-FORGIVEN      PIC Z(8)9.99.

           COPY SITEWS.
           COPY FASTWS.
           COPY ARITMWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CHARITY-CARE" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD
            PERFORM LOAD-CHARITY-PARM
            PERFORM LOAD-SITE-TABLE
            OPEN INPUT AR-OPEN-ITEM-FILE
            OPEN OUTPUT CHARITY-WORK-FILE
            IF AR-FILE-OK
                MOVE ZEROS TO AR-ITEM-KEY
                START AR-OPEN-ITEM-FILE
                    KEY NOT LESS THAN AR-ITEM-KEY
                    INVALID KEY SET END-OF-AR-ITEMS TO TRUE
                END-START
                PERFORM UNTIL END-OF-AR-ITEMS
                    READ AR-OPEN-ITEM-FILE NEXT RECORD
                        AT END SET END-OF-AR-ITEMS TO TRUE
                        NOT AT END PERFORM SELECT-ASSISTED-VISIT
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no open-items file, nothing to report "
                    "***"
            END-IF
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE CHARITY-WORK-FILE
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-SITE-ID
                                 SR-ASSIST-TIER
                USING CHARITY-WORK-FILE
                OUTPUT PROCEDURE IS REPORT-CHARITY-CARE
            DISPLAY WS-VISIT-COUNT " assisted visit(s) for " WS-PERIOD
                ", " WS-TOTAL-FORGIVEN " forgiven."
            MOVE WS-PERIOD TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-VISIT-COUNT " VISITS"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "CHARITY-CARE" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-VISIT-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE ZERO TO WS-CTOT-REJECT-COUNT
            MOVE WS-TOTAL-FORGIVEN TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       LOAD-CHARITY-PARM.
            OPEN INPUT CHARITY-PARM-FILE
            IF PARM-FILE-OK
                READ CHARITY-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF PARM-PERIOD IS NUMERIC
                            MOVE PARM-PERIOD TO WS-PERIOD
                        END-IF
                END-READ
            END-IF
            CLOSE CHARITY-PARM-FILE.

      * the discount is taken when the visit is billed, so the
      * dollars forgiven stand on the item whatever has happened to
      * the balance since
       SELECT-ASSISTED-VISIT.
            IF AR-ASSIST-DISC > ZERO
               AND AR-SERVICE-DATE(1:6) = WS-PERIOD
                ADD 1 TO WS-VISIT-COUNT
                MOVE AR-SITE-ID TO SR-SITE-ID
                MOVE AR-ASSIST-TIER TO SR-ASSIST-TIER
                MOVE AR-ASSIST-DISC TO SR-ASSIST-DISC
                ADD AR-ASSIST-DISC TO WS-TOTAL-FORGIVEN
                WRITE CHARITY-WORK-RECORD FROM SORT-CHARITY-RECORD
            END-IF.

       REPORT-CHARITY-CARE.
            OPEN OUTPUT CHARITY-REPORT-FILE
            MOVE WS-PERIOD TO RH-PERIOD
            WRITE CHARITY-REPORT-LINE FROM WS-REPORT-HEADING
            PERFORM UNTIL END-OF-SORTED-VISITS
                RETURN SORT-WORK-FILE
                    AT END SET END-OF-SORTED-VISITS TO TRUE
                    NOT AT END PERFORM COUNT-ONE-VISIT
                END-RETURN
            END-PERFORM
            IF NOT FIRST-SITE-GROUP
                PERFORM WRITE-TIER-LINE
                PERFORM WRITE-SITE-TOTAL
            END-IF
            PERFORM WRITE-TIER-SUMMARY
            CLOSE CHARITY-REPORT-FILE.

       COUNT-ONE-VISIT.
            IF SR-SITE-ID NOT = WS-CURRENT-SITE
               OR FIRST-SITE-GROUP
                IF NOT FIRST-SITE-GROUP
                    PERFORM WRITE-TIER-LINE
                    PERFORM WRITE-SITE-TOTAL
                END-IF
                MOVE SR-SITE-ID TO WS-CURRENT-SITE
                MOVE SR-ASSIST-TIER TO WS-CURRENT-TIER
                MOVE "N" TO WS-FIRST-GROUP-FLAG
                PERFORM WRITE-SITE-HEADING
            ELSE
                IF SR-ASSIST-TIER NOT = WS-CURRENT-TIER
                    PERFORM WRITE-TIER-LINE
                    MOVE SR-ASSIST-TIER TO WS-CURRENT-TIER
                END-IF
            END-IF
            ADD 1 TO WS-TIER-VISITS
            ADD 1 TO WS-SITE-VISITS
            ADD SR-ASSIST-DISC TO WS-TIER-FORGIVEN
            ADD SR-ASSIST-DISC TO WS-SITE-FORGIVEN
            MOVE SR-ASSIST-TIER TO WS-FAST-LOOKUP-TIER
            PERFORM FIND-ASSISTANCE-TIER
            IF WS-FAST-HIT > ZERO
                ADD 1 TO TT-VISITS(WS-FAST-HIT)
                ADD SR-ASSIST-DISC TO TT-FORGIVEN(WS-FAST-HIT)
            END-IF.

       WRITE-SITE-HEADING.
            MOVE SPACES TO CHARITY-REPORT-LINE
            WRITE CHARITY-REPORT-LINE
            MOVE SR-SITE-ID TO SH-SITE-ID
            MOVE SR-SITE-ID TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            IF SITE-ID-FOUND
                MOVE SITE-NAME(WS-SITE-HIT) TO SH-SITE-NAME
            ELSE
                MOVE "UNKNOWN SITE" TO SH-SITE-NAME
            END-IF
            WRITE CHARITY-REPORT-LINE FROM WS-SITE-HEADING.

       WRITE-TIER-LINE.
            MOVE WS-CURRENT-TIER TO TR-TIER
            MOVE WS-CURRENT-TIER TO WS-FAST-LOOKUP-TIER
            PERFORM FIND-ASSISTANCE-TIER
            MOVE ZERO TO TR-PCT
            IF WS-FAST-HIT > ZERO
                MOVE FT-DISCOUNT-PCT(WS-FAST-HIT) TO TR-PCT
            END-IF
            MOVE WS-TIER-VISITS TO TR-VISITS
            MOVE WS-TIER-FORGIVEN TO TR-FORGIVEN
            WRITE CHARITY-REPORT-LINE FROM WS-TIER-LINE
            MOVE ZERO TO WS-TIER-VISITS
            MOVE ZERO TO WS-TIER-FORGIVEN.

       WRITE-SITE-TOTAL.
            MOVE "SITE TOTAL" TO TL-LABEL
            MOVE WS-SITE-VISITS TO TL-VISITS
            MOVE WS-SITE-FORGIVEN TO TL-FORGIVEN
            WRITE CHARITY-REPORT-LINE FROM WS-TOTAL-LINE
            MOVE ZERO TO WS-SITE-VISITS
            MOVE ZERO TO WS-SITE-FORGIVEN.

       WRITE-TIER-SUMMARY.
            MOVE SPACES TO CHARITY-REPORT-LINE
            WRITE CHARITY-REPORT-LINE
            MOVE "ALL SITES BY TIER" TO CHARITY-REPORT-LINE
            WRITE CHARITY-REPORT-LINE
            PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                    UNTIL WS-SUMMARY-SUB > WS-FAST-TIER-COUNT
                MOVE FT-TIER-CODE(WS-SUMMARY-SUB) TO TR-TIER
                MOVE FT-DISCOUNT-PCT(WS-SUMMARY-SUB) TO TR-PCT
                MOVE TT-VISITS(WS-SUMMARY-SUB) TO TR-VISITS
                MOVE TT-FORGIVEN(WS-SUMMARY-SUB) TO TR-FORGIVEN
                WRITE CHARITY-REPORT-LINE FROM WS-TIER-LINE
            END-PERFORM
            MOVE SPACES TO CHARITY-REPORT-LINE
            WRITE CHARITY-REPORT-LINE
            MOVE "PERIOD TOTAL" TO TL-LABEL
            MOVE WS-VISIT-COUNT TO TL-VISITS
            MOVE WS-TOTAL-FORGIVEN TO TL-FORGIVEN
            WRITE CHARITY-REPORT-LINE FROM WS-TOTAL-LINE.

           COPY SITELOAD.
           COPY FASTPROC.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM CHARRPT.
