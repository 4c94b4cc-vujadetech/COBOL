      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vaccine demand forecast - totals the doses each site
      *          will need by vaccine type over the forecast horizon,
      *          from the open bookings on APPOINT.DAT and the recall
      *          requests on RECALL.DAT not yet booked, and sets that
      *          demand against the unexpired doses on hand in the
      *          per-site lot inventory, leaving out lots on cold-chain
      *          quarantine. Each site/type line shows the
      *          projected shortfall or surplus and a suggested reorder
      *          quantity. Surplus doses in lots nearing expiry are
      *          offered to sites running short of the same type, and
      *          the suggested moves are written as a draft transfer
      *          file in the LOTXFR.DAT layout for the supervisor to
      *          review before it is fed to LOTXFER. The lot inventory
      *          carries no vaccine type, so each lot's type comes from
      *          the lot type file; an unmapped lot is counted under a
      *          blank type and never moved. The horizon (default 14
      *          days), near-expiry window (default 30 days) and safety
      *          stock (default 10 doses) come from the optional
      *          FCSTPARM file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FCST-PARM-FILE ASSIGN TO "FCSTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPTIONAL LOT-TYPE-FILE ASSIGN TO "LOTTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTYP-FILE-STATUS.
           SELECT OPTIONAL APPOINTMENT-FILE ASSIGN TO "APPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPT-FILE-STATUS.
           SELECT OPTIONAL RECALL-REQUEST-FILE ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-FILE-STATUS.
           COPY COVMSTSEL.
           COPY LOTIVSEL.
           COPY VIDTSEL.
           COPY SITESEL.
           SELECT DRAFT-TRANSFER-FILE ASSIGN TO "LOTXFR.DRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "VACFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FCST-PARM-FILE.
       01  FCST-PARM-RECORD.
           05 PARM-HORIZON-DAYS    PIC 9(3).
           05 PARM-EXPIRY-DAYS     PIC 9(3).
           05 PARM-SAFETY-STOCK    PIC 9(5).

       FD  LOT-TYPE-FILE.
       01  LOT-TYPE-RECORD.
           05 LY-LOT-NUMBER    PIC 9(5).
           05 LY-TYPE-CODE     PIC X.

       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
           05 AP-ID-NUMBER     PIC 9(6).
           05 AP-CHECK-DIGIT   PIC 9.
           05 AP-SITE-ID       PIC X(3).
           05 AP-APPT-DATE     PIC 9(8).
           05 AP-DOSE-NUMBER   PIC 9.

       FD  RECALL-REQUEST-FILE.
       01  RECALL-REQUEST-RECORD.
           05 RQ-ID-NUMBER     PIC 9(6).
           05 RQ-CHECK-DIGIT   PIC 9.
           05 RQ-TYPE-CODE     PIC X.
           05 RQ-NEXT-DOSE     PIC 9.
           05 RQ-LAST-DOSE-DATE PIC 9(8).

           COPY COVMSTFD.
           COPY LOTIVFD.
           COPY VIDTFD.
           COPY SITEFD.

      * same layout LOTXFER reads from LOTXFR.DAT
       FD  DRAFT-TRANSFER-FILE.
       01  DRAFT-TRANSFER-RECORD.
           05 XF-LOT-NUMBER    PIC 9(5).
           05 XF-FROM-SITE     PIC X(3).
           05 XF-TO-SITE       PIC X(3).
           05 XF-QUANTITY      PIC 9(5).
           05 XF-XFER-DATE     PIC 9(8).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE    PIC X(90).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
           88 PARM-FILE-OK     VALUE "00".
       01  WS-LTYP-FILE-STATUS PIC XX VALUE "00".
           88 LTYP-FILE-OK     VALUE "00".
       01  WS-APPT-FILE-STATUS PIC XX VALUE "00".
           88 APPT-FILE-OK     VALUE "00".
       01  WS-RECALL-FILE-STATUS PIC XX VALUE "00".
           88 RECALL-FILE-OK   VALUE "00".
       01  WS-LTYP-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-LOT-TYPES VALUE "Y".
       01  WS-APPT-EOF-SWITCH  PIC X VALUE "N".
           88 END-OF-APPOINTMENTS VALUE "Y".
       01  WS-RECALL-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RECALLS   VALUE "Y".
       01  WS-INV-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-INVENTORY VALUE "Y".
       01  WS-OVERFLOW-FLAG    PIC X VALUE "N".
           88 TABLE-OVERFLOWED VALUE "Y".

       01  WS-HORIZON-DAYS     PIC 9(3) VALUE 14.
       01  WS-EXPIRY-DAYS      PIC 9(3) VALUE 30.
       01  WS-SAFETY-STOCK     PIC 9(5) VALUE 10.
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-RUN-DAY-NO       PIC 9(10) VALUE ZERO.
       01  WS-HORIZON-DATE     PIC 9(8) VALUE ZERO.
       01  WS-NEAR-EXPIRY-DATE PIC 9(8) VALUE ZERO.
       01  WS-DUE-DAY-NO       PIC 9(10) VALUE ZERO.
       01  WS-DEMAND-SITE      PIC X(3) VALUE SPACES.
       01  WS-DEMAND-TYPE      PIC X VALUE SPACE.
       01  WS-LOT-TYPE         PIC X VALUE SPACE.
       01  WS-MOVE-QTY         PIC 9(5) VALUE ZERO.
       01  WS-NEED-QTY         PIC S9(7) VALUE ZERO.
       01  WS-SPARE-QTY        PIC S9(7) VALUE ZERO.
       01  WS-BALANCE          PIC S9(7) VALUE ZERO.
       01  WS-REORDER-QTY      PIC S9(7) VALUE ZERO.

      * lot-to-type cross reference from LOTTYPE.DAT
       01  WS-LTYP-MAX         PIC 9(4) VALUE 500.
       01  WS-LTYP-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-LTYP-SUB         PIC 9(4) VALUE ZERO.
       01  WS-LTYP-HIT         PIC 9(4) VALUE ZERO.
       01  WS-LTYP-TABLE.
           05 WS-LTYP-ENTRY OCCURS 500 TIMES.
              10 LY-TBL-LOT     PIC 9(5).
              10 LY-TBL-TYPE    PIC X.

      * open bookings, kept so a recall already booked is not
      * counted twice
       01  WS-APPT-MAX         PIC 9(4) VALUE 1000.
       01  WS-APPT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-APPT-SUB         PIC 9(4) VALUE ZERO.
       01  WS-APPT-HIT         PIC 9(4) VALUE ZERO.
       01  WS-APPT-TABLE.
           05 WS-APPT-ENTRY OCCURS 1000 TIMES.
              10 AT-ID-NUMBER   PIC 9(6).
              10 AT-DOSE-NUMBER PIC 9.

      * one cell per site and vaccine type
       01  WS-CELL-MAX         PIC 9(3) VALUE 200.
       01  WS-CELL-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-CELL-SUB         PIC 9(3) VALUE ZERO.
       01  WS-CELL-HIT         PIC 9(3) VALUE ZERO.
       01  WS-FROM-CELL        PIC 9(3) VALUE ZERO.
       01  WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 200 TIMES.
              10 FC-SITE-ID       PIC X(3).
              10 FC-TYPE-CODE     PIC X.
              10 FC-APPT-DEMAND   PIC 9(5).
              10 FC-RECALL-DEMAND PIC 9(5).
              10 FC-ON-HAND       PIC 9(7).
              10 FC-NEAR-EXPIRY   PIC 9(7).
              10 FC-XFER-IN       PIC 9(7).
              10 FC-XFER-OUT      PIC 9(7).

      * near-expiry lots, the only stock offered to other sites
       01  WS-NEAR-MAX         PIC 9(3) VALUE 500.
       01  WS-NEAR-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-NEAR-SUB         PIC 9(3) VALUE ZERO.
       01  WS-NEAR-HIT         PIC 9(3) VALUE ZERO.
       01  WS-NEAR-TABLE.
           05 WS-NEAR-ENTRY OCCURS 500 TIMES.
              10 NL-SITE-ID     PIC X(3).
              10 NL-LOT-NUMBER  PIC 9(5).
              10 NL-CELL        PIC 9(3).
              10 NL-EXPIRY-DATE PIC 9(8).
              10 NL-AVAILABLE   PIC 9(5).

       01  WS-APPT-DEMAND-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-RECALL-DEMAND-COUNT PIC 9(6) VALUE ZERO.
       01  WS-NO-MASTER-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-UNTYPED-LOT-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-EXPIRED-LOT-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-QUARANTINED-LOT-COUNT PIC 9(6) VALUE ZERO.
       01  WS-SHORT-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-XFER-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-REORDER-TOTAL       PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(36) VALUE
              "*** VACCINE DEMAND FORECAST THROUGH ".
           05 RH-HORIZON-DATE  PIC 9(8).
           05 FILLER           PIC X(12) VALUE " (RUN DATE ".
           05 RH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(5)  VALUE ") ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(45) VALUE
              "    TYPEBOOKED RECALL  DEMAND  ONHAND  NEAREX".
           05 FILLER           PIC X(45) VALUE
              "  XFERIN  XFROUT   BALANCE         REORDER".

       01  WS-REPORT-SITE-LINE.
           05 FILLER           PIC X(6)  VALUE "SITE ".
           05 RS-SITE-ID       PIC X(3).
           05 FILLER           PIC X     VALUE SPACE.
           05 RS-SITE-NAME     PIC X(20).

       01  WS-REPORT-DETAIL.
           05 FILLER           PIC X(5)  VALUE SPACE.
           05 RD-TYPE-CODE     PIC X.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-APPT-DEMAND   PIC ZZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 RD-RECALL-DEMAND PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-DEMAND        PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-ON-HAND       PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-NEAR-EXPIRY   PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-XFER-IN       PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-XFER-OUT      PIC ZZZZZ9.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 RD-BALANCE       PIC -ZZZZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 RD-BALANCE-FLAG  PIC X(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 RD-REORDER-QTY   PIC ZZZZZ9.

       01  WS-XFER-HEADING     PIC X(60) VALUE
           "*** SUGGESTED TRANSFERS - DRAFT, REVIEW BEFORE LOTXFER ***".

       01  WS-XFER-DETAIL.
           05 FILLER           PIC X(5)  VALUE "LOT ".
           05 RX-LOT-NUMBER    PIC 9(5).
           05 FILLER           PIC X(7)  VALUE "  TYPE ".
           05 RX-TYPE-CODE     PIC X.
           05 FILLER           PIC X(7)  VALUE "  FROM ".
           05 RX-FROM-SITE     PIC X(3).
           05 FILLER           PIC X(5)  VALUE "  TO ".
           05 RX-TO-SITE       PIC X(3).
           05 FILLER           PIC X(6)  VALUE "  QTY ".
           05 RX-QUANTITY      PIC ZZZZ9.
           05 FILLER           PIC X(6)  VALUE "  EXP ".
           05 RX-EXPIRY-DATE   PIC 9(8).

           COPY VIDTWS.
           COPY SITEWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "VACCINE-FORECAST" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            COMPUTE WS-RUN-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM LOAD-FCST-PARMS
            MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NO
                + WS-HORIZON-DAYS) TO WS-HORIZON-DATE
            MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NO
                + WS-EXPIRY-DAYS) TO WS-NEAR-EXPIRY-DATE
            PERFORM LOAD-VID-TYPE-TABLE
            PERFORM LOAD-SITE-TABLE
            PERFORM LOAD-LOT-TYPES
            OPEN INPUT COVID-MASTER
            PERFORM TOTAL-APPOINTMENT-DEMAND
            PERFORM TOTAL-RECALL-DEMAND
            CLOSE COVID-MASTER
            OPEN INPUT LOT-INVENTORY-FILE
            PERFORM TOTAL-LOT-SUPPLY
            CLOSE LOT-INVENTORY-FILE
            OPEN OUTPUT DRAFT-TRANSFER-FILE
            OPEN OUTPUT FORECAST-REPORT-FILE
            MOVE WS-HORIZON-DATE TO RH-HORIZON-DATE
            MOVE WS-RUN-DATE TO RH-RUN-DATE
            WRITE FORECAST-REPORT-LINE FROM WS-REPORT-HEADING
            MOVE SPACES TO FORECAST-REPORT-LINE
            WRITE FORECAST-REPORT-LINE
            WRITE FORECAST-REPORT-LINE FROM WS-XFER-HEADING
            PERFORM SUGGEST-TRANSFERS
            MOVE SPACES TO FORECAST-REPORT-LINE
            WRITE FORECAST-REPORT-LINE
            WRITE FORECAST-REPORT-LINE FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                    UNTIL WS-SITE-SUB > WS-SITE-COUNT
                PERFORM REPORT-ONE-SITE
            END-PERFORM
            CLOSE DRAFT-TRANSFER-FILE
            CLOSE FORECAST-REPORT-FILE
            IF TABLE-OVERFLOWED
                MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY WS-APPT-DEMAND-COUNT " booked and "
                WS-RECALL-DEMAND-COUNT " recalled dose(s) forecast, "
                WS-SHORT-COUNT " site/type short, "
                WS-XFER-COUNT " transfer(s) drafted."
            IF WS-QUARANTINED-LOT-COUNT > ZERO
                DISPLAY "*** " WS-QUARANTINED-LOT-COUNT
                    " quarantined lot(s) left out of supply ***"
            END-IF
            IF WS-UNTYPED-LOT-COUNT > ZERO
                DISPLAY "*** " WS-UNTYPED-LOT-COUNT
                    " lot(s) not on the lot type file ***"
            END-IF
            MOVE WS-XFER-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-SHORT-COUNT " SHORT"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "VACCINE-FORECAST" TO WS-CTOT-PROGRAM-NAME
            COMPUTE WS-CTOT-RECORD-COUNT =
                WS-APPT-DEMAND-COUNT + WS-RECALL-DEMAND-COUNT
            MOVE WS-NO-MASTER-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            STOP RUN.

       LOAD-FCST-PARMS.
            OPEN INPUT FCST-PARM-FILE
            IF PARM-FILE-OK
                READ FCST-PARM-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PARM-HORIZON-DAYS TO WS-HORIZON-DAYS
                        MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                        MOVE PARM-SAFETY-STOCK TO WS-SAFETY-STOCK
                END-READ
            END-IF
            CLOSE FCST-PARM-FILE.

       LOAD-LOT-TYPES.
            OPEN INPUT LOT-TYPE-FILE
            IF LTYP-FILE-OK
                PERFORM UNTIL END-OF-LOT-TYPES
                    READ LOT-TYPE-FILE
                        AT END SET END-OF-LOT-TYPES TO TRUE
                        NOT AT END PERFORM ADD-LOT-TYPE
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no lot type file found ***"
            END-IF
            CLOSE LOT-TYPE-FILE.

      * a later record for the same lot replaces the earlier one
       ADD-LOT-TYPE.
            MOVE LY-LOT-NUMBER TO INV-LOT-NUMBER
            PERFORM FIND-LOT-TYPE
            IF WS-LTYP-HIT = ZERO
                IF WS-LTYP-COUNT < WS-LTYP-MAX
                    ADD 1 TO WS-LTYP-COUNT
                    MOVE WS-LTYP-COUNT TO WS-LTYP-HIT
                ELSE
                    DISPLAY "*** lot type table full, lot "
                        LY-LOT-NUMBER " ignored ***"
                    SET TABLE-OVERFLOWED TO TRUE
                END-IF
            END-IF
            IF WS-LTYP-HIT > ZERO
                MOVE LY-LOT-NUMBER TO LY-TBL-LOT(WS-LTYP-HIT)
                MOVE LY-TYPE-CODE TO LY-TBL-TYPE(WS-LTYP-HIT)
            END-IF.

       FIND-LOT-TYPE.
            MOVE ZERO TO WS-LTYP-HIT
            MOVE SPACE TO WS-LOT-TYPE
            PERFORM VARYING WS-LTYP-SUB FROM 1 BY 1
                    UNTIL WS-LTYP-SUB > WS-LTYP-COUNT
                       OR WS-LTYP-HIT > ZERO
                IF LY-TBL-LOT(WS-LTYP-SUB) = INV-LOT-NUMBER
                    MOVE WS-LTYP-SUB TO WS-LTYP-HIT
                    MOVE LY-TBL-TYPE(WS-LTYP-SUB) TO WS-LOT-TYPE
                END-IF
            END-PERFORM.

      * a booking inside the horizon is demand at its booked site for
      * the type on the patient's master; bookings already past are
      * left to the appointment reconciliation
       TOTAL-APPOINTMENT-DEMAND.
            OPEN INPUT APPOINTMENT-FILE
            IF APPT-FILE-OK
                PERFORM UNTIL END-OF-APPOINTMENTS
                    READ APPOINTMENT-FILE
                        AT END SET END-OF-APPOINTMENTS TO TRUE
                        NOT AT END PERFORM ADD-APPOINTMENT-DEMAND
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no appointments on file ***"
            END-IF
            CLOSE APPOINTMENT-FILE.

       ADD-APPOINTMENT-DEMAND.
            IF WS-APPT-COUNT < WS-APPT-MAX
                ADD 1 TO WS-APPT-COUNT
                MOVE AP-ID-NUMBER TO AT-ID-NUMBER(WS-APPT-COUNT)
                MOVE AP-DOSE-NUMBER TO AT-DOSE-NUMBER(WS-APPT-COUNT)
            ELSE
                SET TABLE-OVERFLOWED TO TRUE
            END-IF
            IF AP-APPT-DATE NOT < WS-RUN-DATE
               AND AP-APPT-DATE NOT > WS-HORIZON-DATE
                MOVE AP-ID-NUMBER TO MASTER-ID-NUMBER
                MOVE AP-CHECK-DIGIT TO MASTER-CHECK-DIGIT
                READ COVID-MASTER
                    INVALID KEY
                        ADD 1 TO WS-NO-MASTER-COUNT
                        DISPLAY "*** appointment for CovidID "
                            AP-ID-NUMBER " has no master record ***"
                    NOT INVALID KEY
                        MOVE AP-SITE-ID TO WS-DEMAND-SITE
                        MOVE MASTER-TYPE-CODE TO WS-DEMAND-TYPE
                        PERFORM FIND-OR-ADD-CELL
                        IF WS-CELL-HIT > ZERO
                            ADD 1 TO FC-APPT-DEMAND(WS-CELL-HIT)
                            ADD 1 TO WS-APPT-DEMAND-COUNT
                        END-IF
                END-READ
            END-IF.

      * an unbooked recall is demand at the patient's master site
      * when its due date (last dose plus the type's interval) falls
      * inside the horizon; an overdue one counts as due today
       TOTAL-RECALL-DEMAND.
            OPEN INPUT RECALL-REQUEST-FILE
            IF RECALL-FILE-OK
                PERFORM UNTIL END-OF-RECALLS
                    READ RECALL-REQUEST-FILE
                        AT END SET END-OF-RECALLS TO TRUE
                        NOT AT END PERFORM ADD-RECALL-DEMAND
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no recall requests on file ***"
            END-IF
            CLOSE RECALL-REQUEST-FILE.

       ADD-RECALL-DEMAND.
            MOVE ZERO TO WS-APPT-HIT
            PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                    UNTIL WS-APPT-SUB > WS-APPT-COUNT
                       OR WS-APPT-HIT > ZERO
                IF AT-ID-NUMBER(WS-APPT-SUB) = RQ-ID-NUMBER
                   AND AT-DOSE-NUMBER(WS-APPT-SUB) = RQ-NEXT-DOSE
                    MOVE WS-APPT-SUB TO WS-APPT-HIT
                END-IF
            END-PERFORM
            IF WS-APPT-HIT = ZERO
                MOVE WS-RUN-DAY-NO TO WS-DUE-DAY-NO
                MOVE RQ-TYPE-CODE TO WS-VIDT-LOOKUP-CODE
                PERFORM FIND-TYPE-BY-CODE
                IF WS-VIDT-HIT > ZERO AND RQ-LAST-DOSE-DATE > ZERO
                    COMPUTE WS-DUE-DAY-NO =
                        FUNCTION INTEGER-OF-DATE(RQ-LAST-DOSE-DATE)
                        + WT-INTERVAL(WS-VIDT-HIT)
                END-IF
                IF WS-DUE-DAY-NO <= WS-RUN-DAY-NO + WS-HORIZON-DAYS
                    PERFORM ADD-ONE-RECALL-DEMAND
                END-IF
            END-IF.

       ADD-ONE-RECALL-DEMAND.
            MOVE RQ-ID-NUMBER TO MASTER-ID-NUMBER
            MOVE RQ-CHECK-DIGIT TO MASTER-CHECK-DIGIT
            READ COVID-MASTER
                INVALID KEY
                    ADD 1 TO WS-NO-MASTER-COUNT
                    DISPLAY "*** recall for CovidID " RQ-ID-NUMBER
                        " has no master record ***"
                NOT INVALID KEY
                    MOVE MASTER-SITE-ID TO WS-DEMAND-SITE
                    MOVE RQ-TYPE-CODE TO WS-DEMAND-TYPE
                    PERFORM FIND-OR-ADD-CELL
                    IF WS-CELL-HIT > ZERO
                        ADD 1 TO FC-RECALL-DEMAND(WS-CELL-HIT)
                        ADD 1 TO WS-RECALL-DEMAND-COUNT
                    END-IF
            END-READ.

       FIND-OR-ADD-CELL.
            MOVE ZERO TO WS-CELL-HIT
            PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                    UNTIL WS-CELL-SUB > WS-CELL-COUNT
                       OR WS-CELL-HIT > ZERO
                IF FC-SITE-ID(WS-CELL-SUB) = WS-DEMAND-SITE
                   AND FC-TYPE-CODE(WS-CELL-SUB) = WS-DEMAND-TYPE
                    MOVE WS-CELL-SUB TO WS-CELL-HIT
                END-IF
            END-PERFORM
            IF WS-CELL-HIT = ZERO
                IF WS-CELL-COUNT < WS-CELL-MAX
                    ADD 1 TO WS-CELL-COUNT
                    MOVE WS-CELL-COUNT TO WS-CELL-HIT
                    INITIALIZE WS-CELL-ENTRY(WS-CELL-HIT)
                    MOVE WS-DEMAND-SITE TO FC-SITE-ID(WS-CELL-HIT)
                    MOVE WS-DEMAND-TYPE TO FC-TYPE-CODE(WS-CELL-HIT)
                ELSE
                    DISPLAY "*** forecast table full, site "
                        WS-DEMAND-SITE " type " WS-DEMAND-TYPE
                        " not forecast ***"
                    SET TABLE-OVERFLOWED TO TRUE
                END-IF
            END-IF.

      * expired and quarantined lots are not supply; a lot expiring
      * inside the near-expiry window is supply at its own site and
      * also a candidate to move to a site that will run short
       TOTAL-LOT-SUPPLY.
            MOVE LOW-VALUES TO INV-LOT-KEY
            START LOT-INVENTORY-FILE
                KEY NOT LESS THAN INV-LOT-KEY
                INVALID KEY CONTINUE
            END-START
            PERFORM UNTIL END-OF-INVENTORY
                READ LOT-INVENTORY-FILE NEXT RECORD
                    AT END SET END-OF-INVENTORY TO TRUE
                    NOT AT END PERFORM ADD-LOT-SUPPLY
                END-READ
            END-PERFORM.

       ADD-LOT-SUPPLY.
            EVALUATE TRUE
                WHEN INV-EXPIRY-DATE < WS-RUN-DATE
                    ADD 1 TO WS-EXPIRED-LOT-COUNT
                WHEN INV-QUARANTINED
                    ADD 1 TO WS-QUARANTINED-LOT-COUNT
                WHEN OTHER
                    PERFORM ADD-USABLE-LOT-SUPPLY
            END-EVALUATE.

       ADD-USABLE-LOT-SUPPLY.
            IF INV-DOSES-ON-HAND > ZERO
                PERFORM FIND-LOT-TYPE
                IF WS-LTYP-HIT = ZERO
                    ADD 1 TO WS-UNTYPED-LOT-COUNT
                END-IF
                MOVE INV-SITE-ID TO WS-DEMAND-SITE
                MOVE WS-LOT-TYPE TO WS-DEMAND-TYPE
                PERFORM FIND-OR-ADD-CELL
                IF WS-CELL-HIT > ZERO
                    ADD INV-DOSES-ON-HAND
                        TO FC-ON-HAND(WS-CELL-HIT)
                    IF INV-EXPIRY-DATE <= WS-NEAR-EXPIRY-DATE
                        ADD INV-DOSES-ON-HAND
                            TO FC-NEAR-EXPIRY(WS-CELL-HIT)
                        IF WS-LOT-TYPE NOT = SPACE
                            PERFORM STORE-NEAR-EXPIRY-LOT
                        END-IF
                    END-IF
                END-IF
            END-IF.

       STORE-NEAR-EXPIRY-LOT.
            IF WS-NEAR-COUNT < WS-NEAR-MAX
                ADD 1 TO WS-NEAR-COUNT
                MOVE INV-SITE-ID TO NL-SITE-ID(WS-NEAR-COUNT)
                MOVE INV-LOT-NUMBER TO NL-LOT-NUMBER(WS-NEAR-COUNT)
                MOVE WS-CELL-HIT TO NL-CELL(WS-NEAR-COUNT)
                MOVE INV-EXPIRY-DATE TO NL-EXPIRY-DATE(WS-NEAR-COUNT)
                MOVE INV-DOSES-ON-HAND TO NL-AVAILABLE(WS-NEAR-COUNT)
            ELSE
                DISPLAY "*** near-expiry table full, lot "
                    INV-LOT-NUMBER " at site " INV-SITE-ID
                    " not offered ***"
                SET TABLE-OVERFLOWED TO TRUE
            END-IF.

      * each short site/type draws first on the soonest-expiring lot
      * of the same type at another site, taking no more than the
      * sender can spare above its own demand and safety stock
       SUGGEST-TRANSFERS.
            PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                    UNTIL WS-CELL-SUB > WS-CELL-COUNT
                IF FC-TYPE-CODE(WS-CELL-SUB) NOT = SPACE
                    PERFORM COMPUTE-CELL-NEED
                    PERFORM FILL-ONE-SHORTFALL
                        UNTIL WS-NEED-QTY <= ZERO
                           OR WS-NEAR-HIT = ZERO
                END-IF
            END-PERFORM.

       COMPUTE-CELL-NEED.
            COMPUTE WS-NEED-QTY =
                FC-APPT-DEMAND(WS-CELL-SUB)
                + FC-RECALL-DEMAND(WS-CELL-SUB)
                - FC-ON-HAND(WS-CELL-SUB)
                - FC-XFER-IN(WS-CELL-SUB)
                + FC-XFER-OUT(WS-CELL-SUB)
            MOVE 1 TO WS-NEAR-HIT.

       FILL-ONE-SHORTFALL.
            PERFORM FIND-BEST-DONOR-LOT
            IF WS-NEAR-HIT > ZERO
                MOVE NL-AVAILABLE(WS-NEAR-HIT) TO WS-MOVE-QTY
                IF WS-SPARE-QTY < WS-MOVE-QTY
                    MOVE WS-SPARE-QTY TO WS-MOVE-QTY
                END-IF
                IF WS-NEED-QTY < WS-MOVE-QTY
                    MOVE WS-NEED-QTY TO WS-MOVE-QTY
                END-IF
                PERFORM WRITE-DRAFT-TRANSFER
                SUBTRACT WS-MOVE-QTY FROM NL-AVAILABLE(WS-NEAR-HIT)
                ADD WS-MOVE-QTY TO FC-XFER-OUT(WS-FROM-CELL)
                ADD WS-MOVE-QTY TO FC-XFER-IN(WS-CELL-SUB)
                SUBTRACT WS-MOVE-QTY FROM WS-NEED-QTY
            END-IF.

       FIND-BEST-DONOR-LOT.
            MOVE ZERO TO WS-NEAR-HIT
            MOVE ZERO TO WS-SPARE-QTY
            PERFORM VARYING WS-NEAR-SUB FROM 1 BY 1
                    UNTIL WS-NEAR-SUB > WS-NEAR-COUNT
                MOVE NL-CELL(WS-NEAR-SUB) TO WS-FROM-CELL
                IF NL-SITE-ID(WS-NEAR-SUB) NOT = FC-SITE-ID(WS-CELL-SUB)
                   AND FC-TYPE-CODE(WS-FROM-CELL)
                       = FC-TYPE-CODE(WS-CELL-SUB)
                   AND NL-AVAILABLE(WS-NEAR-SUB) > ZERO
                    PERFORM CHECK-DONOR-LOT
                END-IF
            END-PERFORM
            IF WS-NEAR-HIT > ZERO
                MOVE NL-CELL(WS-NEAR-HIT) TO WS-FROM-CELL
                PERFORM COMPUTE-DONOR-SPARE
            END-IF.

       CHECK-DONOR-LOT.
            PERFORM COMPUTE-DONOR-SPARE
            IF WS-SPARE-QTY > ZERO
                IF WS-NEAR-HIT = ZERO
                    MOVE WS-NEAR-SUB TO WS-NEAR-HIT
                ELSE
                    IF NL-EXPIRY-DATE(WS-NEAR-SUB)
                       < NL-EXPIRY-DATE(WS-NEAR-HIT)
                        MOVE WS-NEAR-SUB TO WS-NEAR-HIT
                    END-IF
                END-IF
            END-IF.

       COMPUTE-DONOR-SPARE.
            COMPUTE WS-SPARE-QTY =
                FC-ON-HAND(WS-FROM-CELL)
                + FC-XFER-IN(WS-FROM-CELL)
                - FC-XFER-OUT(WS-FROM-CELL)
                - FC-APPT-DEMAND(WS-FROM-CELL)
                - FC-RECALL-DEMAND(WS-FROM-CELL)
                - WS-SAFETY-STOCK.

       WRITE-DRAFT-TRANSFER.
            MOVE NL-LOT-NUMBER(WS-NEAR-HIT) TO XF-LOT-NUMBER
            MOVE NL-SITE-ID(WS-NEAR-HIT) TO XF-FROM-SITE
            MOVE FC-SITE-ID(WS-CELL-SUB) TO XF-TO-SITE
            MOVE WS-MOVE-QTY TO XF-QUANTITY
            MOVE WS-RUN-DATE TO XF-XFER-DATE
            WRITE DRAFT-TRANSFER-RECORD
            ADD 1 TO WS-XFER-COUNT
            MOVE NL-LOT-NUMBER(WS-NEAR-HIT) TO RX-LOT-NUMBER
            MOVE FC-TYPE-CODE(WS-CELL-SUB) TO RX-TYPE-CODE
            MOVE NL-SITE-ID(WS-NEAR-HIT) TO RX-FROM-SITE
            MOVE FC-SITE-ID(WS-CELL-SUB) TO RX-TO-SITE
            MOVE WS-MOVE-QTY TO RX-QUANTITY
            MOVE NL-EXPIRY-DATE(WS-NEAR-HIT) TO RX-EXPIRY-DATE
            WRITE FORECAST-REPORT-LINE FROM WS-XFER-DETAIL.

       REPORT-ONE-SITE.
            MOVE SITE-ID(WS-SITE-SUB) TO RS-SITE-ID
            MOVE SITE-NAME(WS-SITE-SUB) TO RS-SITE-NAME
            WRITE FORECAST-REPORT-LINE FROM WS-REPORT-SITE-LINE
            PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                    UNTIL WS-CELL-SUB > WS-CELL-COUNT
                IF FC-SITE-ID(WS-CELL-SUB) = SITE-ID(WS-SITE-SUB)
                    PERFORM REPORT-ONE-CELL
                END-IF
            END-PERFORM.

      * the balance is what the site will hold at the horizon after
      * the suggested transfers; the reorder brings it back up to the
      * safety stock
       REPORT-ONE-CELL.
            COMPUTE WS-BALANCE =
                FC-ON-HAND(WS-CELL-SUB)
                + FC-XFER-IN(WS-CELL-SUB)
                - FC-XFER-OUT(WS-CELL-SUB)
                - FC-APPT-DEMAND(WS-CELL-SUB)
                - FC-RECALL-DEMAND(WS-CELL-SUB)
            COMPUTE WS-REORDER-QTY = WS-SAFETY-STOCK - WS-BALANCE
            IF WS-REORDER-QTY < ZERO
               OR FC-TYPE-CODE(WS-CELL-SUB) = SPACE
                MOVE ZERO TO WS-REORDER-QTY
            END-IF
            MOVE FC-TYPE-CODE(WS-CELL-SUB) TO RD-TYPE-CODE
            MOVE FC-APPT-DEMAND(WS-CELL-SUB) TO RD-APPT-DEMAND
            MOVE FC-RECALL-DEMAND(WS-CELL-SUB) TO RD-RECALL-DEMAND
            COMPUTE RD-DEMAND = FC-APPT-DEMAND(WS-CELL-SUB)
                + FC-RECALL-DEMAND(WS-CELL-SUB)
            MOVE FC-ON-HAND(WS-CELL-SUB) TO RD-ON-HAND
            MOVE FC-NEAR-EXPIRY(WS-CELL-SUB) TO RD-NEAR-EXPIRY
            MOVE FC-XFER-IN(WS-CELL-SUB) TO RD-XFER-IN
            MOVE FC-XFER-OUT(WS-CELL-SUB) TO RD-XFER-OUT
            MOVE WS-BALANCE TO RD-BALANCE
            EVALUATE TRUE
                WHEN FC-TYPE-CODE(WS-CELL-SUB) = SPACE
                    MOVE "NO TYPE" TO RD-BALANCE-FLAG
                WHEN WS-BALANCE < ZERO
                    MOVE "SHORT" TO RD-BALANCE-FLAG
                    ADD 1 TO WS-SHORT-COUNT
                WHEN WS-BALANCE > ZERO
                    MOVE "SURPLUS" TO RD-BALANCE-FLAG
                WHEN OTHER
                    MOVE SPACES TO RD-BALANCE-FLAG
            END-EVALUATE
            MOVE WS-REORDER-QTY TO RD-REORDER-QTY
            ADD WS-REORDER-QTY TO WS-REORDER-TOTAL
            WRITE FORECAST-REPORT-LINE FROM WS-REPORT-DETAIL.

           COPY VIDTLOAD.
           COPY SITELOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM VACFCST.
