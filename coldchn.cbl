      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cold-chain excursion check - reads the storage-unit
      *          temperature readings the sites record for each unit
      *          and the vaccine type it holds, and compares each one
      *          with the allowed range for that type from the
      *          temperature range file. Every reading is kept on the
      *          temperature history. A reading outside its range is
      *          an excursion: every lot with doses on hand at that
      *          site is put on quarantine in the lot inventory, with
      *          before/after images on the lot journal, so COVIDREG
      *          rejects any dose drawn from it until the site manager
      *          releases or destroys the lot through QUARREL. The
      *          excursion report lists each excursion and the lots it
      *          quarantined.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLDCHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMP-READING-FILE ASSIGN TO "TEMPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TEMP-RANGE-FILE ASSIGN TO "TEMPRNG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-FILE-STATUS.
           SELECT OPTIONAL TEMP-HISTORY-FILE ASSIGN TO "TEMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THIST-FILE-STATUS.
           COPY LOTIVSEL.
           COPY LJRNSEL.
           COPY SITESEL.
           SELECT EXCURSION-REPORT ASSIGN TO "COLDCHN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CTOTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-READING-FILE.
       01  TEMP-READING-RECORD.
           05 TR-SITE-ID       PIC X(3).
           05 TR-UNIT-ID       PIC X(4).
           05 TR-TYPE-CODE     PIC X.
           05 TR-READ-DATE     PIC 9(8).
           05 TR-READ-TIME     PIC 9(4).
           05 TR-TEMPERATURE   PIC S9(3)V9
                               SIGN IS LEADING SEPARATE.
           05 TR-RECORDED-BY   PIC X(3).

      * allowed storage range per vaccine type, in degrees Celsius
       FD  TEMP-RANGE-FILE.
       01  TEMP-RANGE-RECORD.
           05 TG-TYPE-CODE     PIC X.
           05 TG-MIN-TEMP      PIC S9(3)V9
                               SIGN IS LEADING SEPARATE.
           05 TG-MAX-TEMP      PIC S9(3)V9
                               SIGN IS LEADING SEPARATE.

       FD  TEMP-HISTORY-FILE.
       01  TEMP-HISTORY-RECORD.
           05 TH-READING       PIC X(28).
           05 TH-STATUS        PIC X.
              88 TH-IN-RANGE   VALUE SPACE.
              88 TH-EXCURSION  VALUE "E".
              88 TH-NO-RANGE   VALUE "N".
              88 TH-BAD-READING VALUE "B".
           05 TH-POSTED-DATE   PIC 9(8).

           COPY LOTIVFD.
           COPY LJRNFD.
           COPY SITEFD.

       FD  EXCURSION-REPORT.
       01  EXCURSION-REPORT-LINE   PIC X(80).

           COPY AUDITFD.
           COPY CTOTFD.

       WORKING-STORAGE SECTION.
       01  WS-RANGE-FILE-STATUS PIC XX VALUE "00".
           88 RANGE-FILE-OK    VALUE "00".
       01  WS-THIST-FILE-STATUS PIC XX VALUE "00".
           88 THIST-FILE-OK    VALUE "00".
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-READINGS  VALUE "Y".
       01  WS-RANGE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RANGES    VALUE "Y".
       01  WS-INV-EOF-SWITCH   PIC X VALUE "N".
           88 END-OF-SITE-LOTS VALUE "Y".
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-READING-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-EXCURSION-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-NO-RANGE-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-QUARANTINE-COUNT PIC 9(6) VALUE ZERO.

       01  WS-RANGE-MAX        PIC 9(2) VALUE 20.
       01  WS-RANGE-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-RANGE-SUB        PIC 9(2) VALUE ZERO.
       01  WS-RANGE-HIT        PIC 9(2) VALUE ZERO.
       01  WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 20 TIMES.
              10 RT-TYPE-CODE  PIC X.
              10 RT-MIN-TEMP   PIC S9(3)V9.
              10 RT-MAX-TEMP   PIC S9(3)V9.

      * sites already swept for quarantine this run, so a unit that
      * logs several bad readings sweeps its site's lots only once
       01  WS-SWEPT-MAX        PIC 9(2) VALUE 20.
       01  WS-SWEPT-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-SWEPT-SUB        PIC 9(2) VALUE ZERO.
       01  WS-SWEPT-HIT        PIC 9(2) VALUE ZERO.
       01  WS-SWEPT-TABLE.
           05 WS-SWEPT-SITE OCCURS 20 TIMES PIC X(3).

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** COLD-CHAIN TEMPERATURE EXCURSION REPORT ***".

       01  WS-READING-DETAIL.
           05 FILLER           PIC X(5)  VALUE "SITE ".
           05 RD-SITE-ID       PIC X(3).
           05 FILLER           PIC X(7)  VALUE "  UNIT ".
           05 RD-UNIT-ID       PIC X(4).
           05 FILLER           PIC X(7)  VALUE "  TYPE ".
           05 RD-TYPE-CODE     PIC X.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-READ-DATE     PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 RD-READ-TIME     PIC 9(4).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-TEMPERATURE   PIC -ZZ9.9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-MIN-TEMP      PIC -ZZ9.9.
           05 FILLER           PIC X     VALUE "/".
           05 RD-MAX-TEMP      PIC -ZZ9.9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RD-DISPOSITION   PIC X(14).

       01  WS-LOT-DETAIL.
           05 FILLER           PIC X(8)  VALUE "    LOT ".
           05 RL-LOT-NUMBER    PIC 9(5).
           05 FILLER           PIC X(10) VALUE "  ON HAND ".
           05 RL-ON-HAND       PIC ZZZZ9.
           05 FILLER           PIC X(6)  VALUE "  EXP ".
           05 RL-EXPIRY-DATE   PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 RL-DISPOSITION   PIC X(20).

           COPY LJRNWS.
           COPY SITEWS.
           COPY AUDITWS.
           COPY CTOTWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "COLD-CHAIN-CHECK" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
            PERFORM LOAD-SITE-TABLE
            PERFORM LOAD-TEMP-RANGES
            OPEN INPUT TEMP-READING-FILE
            OPEN I-O LOT-INVENTORY-FILE
            PERFORM OPEN-LOT-JOURNAL
            PERFORM OPEN-TEMP-HISTORY
            OPEN OUTPUT EXCURSION-REPORT
            WRITE EXCURSION-REPORT-LINE FROM WS-REPORT-HEADING
            PERFORM UNTIL END-OF-READINGS
                READ TEMP-READING-FILE
                    AT END SET END-OF-READINGS TO TRUE
                    NOT AT END PERFORM CHECK-ONE-READING
                END-READ
            END-PERFORM
            CLOSE TEMP-READING-FILE
            CLOSE LOT-INVENTORY-FILE
            PERFORM CLOSE-LOT-JOURNAL
            CLOSE TEMP-HISTORY-FILE
            CLOSE EXCURSION-REPORT
            DISPLAY WS-READING-COUNT " reading(s) checked, "
                WS-EXCURSION-COUNT " excursion(s), "
                WS-QUARANTINE-COUNT " lot(s) quarantined, "
                WS-NO-RANGE-COUNT " without a range, "
                WS-REJECT-COUNT " rejected."
            MOVE WS-EXCURSION-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-QUARANTINE-COUNT " QUARANTINED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "COLD-CHAIN-CHECK" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-READING-COUNT TO WS-CTOT-RECORD-COUNT
            MOVE WS-REJECT-COUNT TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            PERFORM SET-RETURN-CODE
            STOP RUN.

       SET-RETURN-CODE.
            EVALUATE TRUE
                WHEN IO-ERROR-OCCURRED
                    MOVE 8 TO RETURN-CODE
                WHEN WS-REJECT-COUNT > ZERO
                 AND WS-REJECT-COUNT * 10 >= WS-READING-COUNT
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       LOAD-TEMP-RANGES.
            OPEN INPUT TEMP-RANGE-FILE
            IF RANGE-FILE-OK
                PERFORM UNTIL END-OF-RANGES
                    READ TEMP-RANGE-FILE
                        AT END SET END-OF-RANGES TO TRUE
                        NOT AT END PERFORM ADD-TEMP-RANGE
                    END-READ
                END-PERFORM
            ELSE
                DISPLAY "*** no temperature range file found ***"
            END-IF
            CLOSE TEMP-RANGE-FILE.

      * a later record for the same type replaces the earlier one
       ADD-TEMP-RANGE.
            PERFORM FIND-TEMP-RANGE-BY-TYPE
            IF WS-RANGE-HIT = ZERO
                IF WS-RANGE-COUNT < WS-RANGE-MAX
                    ADD 1 TO WS-RANGE-COUNT
                    MOVE WS-RANGE-COUNT TO WS-RANGE-HIT
                END-IF
            END-IF
            IF WS-RANGE-HIT > ZERO
                MOVE TG-TYPE-CODE TO RT-TYPE-CODE(WS-RANGE-HIT)
                MOVE TG-MIN-TEMP TO RT-MIN-TEMP(WS-RANGE-HIT)
                MOVE TG-MAX-TEMP TO RT-MAX-TEMP(WS-RANGE-HIT)
            END-IF.

       FIND-TEMP-RANGE-BY-TYPE.
            MOVE ZERO TO WS-RANGE-HIT
            PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                    UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
                       OR WS-RANGE-HIT > ZERO
                IF RT-TYPE-CODE(WS-RANGE-SUB) = TG-TYPE-CODE
                    MOVE WS-RANGE-SUB TO WS-RANGE-HIT
                END-IF
            END-PERFORM.

       OPEN-TEMP-HISTORY.
            OPEN EXTEND TEMP-HISTORY-FILE
            IF NOT THIST-FILE-OK
                OPEN OUTPUT TEMP-HISTORY-FILE
            END-IF.

       CHECK-ONE-READING.
            ADD 1 TO WS-READING-COUNT
            MOVE TEMP-READING-RECORD TO TH-READING
            MOVE SPACE TO TH-STATUS
            MOVE TR-SITE-ID TO RD-SITE-ID
            MOVE TR-UNIT-ID TO RD-UNIT-ID
            MOVE TR-TYPE-CODE TO RD-TYPE-CODE
            MOVE TR-READ-DATE TO RD-READ-DATE
            MOVE TR-READ-TIME TO RD-READ-TIME
            MOVE ZERO TO RD-MIN-TEMP
            MOVE ZERO TO RD-MAX-TEMP
            MOVE TR-SITE-ID TO WS-SITE-LOOKUP-ID
            PERFORM LOOKUP-SITE
            MOVE TR-TYPE-CODE TO TG-TYPE-CODE
            PERFORM FIND-TEMP-RANGE-BY-TYPE
            EVALUATE TRUE
                WHEN TR-SITE-ID = SPACES
                  OR TR-READ-DATE NOT NUMERIC
                  OR TR-READ-TIME NOT NUMERIC
                  OR TR-TEMPERATURE NOT NUMERIC
                    ADD 1 TO WS-REJECT-COUNT
                    SET TH-BAD-READING TO TRUE
                    MOVE ZERO TO RD-TEMPERATURE
                    MOVE "BAD READING" TO RD-DISPOSITION
                    WRITE EXCURSION-REPORT-LINE FROM WS-READING-DETAIL
                WHEN NOT SITE-ID-FOUND
                    ADD 1 TO WS-REJECT-COUNT
                    SET TH-BAD-READING TO TRUE
                    MOVE TR-TEMPERATURE TO RD-TEMPERATURE
                    MOVE "UNKNOWN SITE" TO RD-DISPOSITION
                    WRITE EXCURSION-REPORT-LINE FROM WS-READING-DETAIL
                WHEN WS-RANGE-HIT = ZERO
                    ADD 1 TO WS-NO-RANGE-COUNT
                    SET TH-NO-RANGE TO TRUE
                    MOVE TR-TEMPERATURE TO RD-TEMPERATURE
                    MOVE "NO RANGE" TO RD-DISPOSITION
                    WRITE EXCURSION-REPORT-LINE FROM WS-READING-DETAIL
                WHEN TR-TEMPERATURE < RT-MIN-TEMP(WS-RANGE-HIT)
                  OR TR-TEMPERATURE > RT-MAX-TEMP(WS-RANGE-HIT)
                    ADD 1 TO WS-EXCURSION-COUNT
                    SET TH-EXCURSION TO TRUE
                    MOVE TR-TEMPERATURE TO RD-TEMPERATURE
                    MOVE RT-MIN-TEMP(WS-RANGE-HIT) TO RD-MIN-TEMP
                    MOVE RT-MAX-TEMP(WS-RANGE-HIT) TO RD-MAX-TEMP
                    MOVE "EXCURSION" TO RD-DISPOSITION
                    WRITE EXCURSION-REPORT-LINE FROM WS-READING-DETAIL
                    PERFORM QUARANTINE-SITE-LOTS
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE WS-RUN-DATE TO TH-POSTED-DATE
            WRITE TEMP-HISTORY-RECORD.

      * an excursion takes every lot with doses on hand at the site
      * off use, since the readings do not say which lots sat in the
      * failed unit; lots already on quarantine are left as they are
       QUARANTINE-SITE-LOTS.
            MOVE ZERO TO WS-SWEPT-HIT
            PERFORM VARYING WS-SWEPT-SUB FROM 1 BY 1
                    UNTIL WS-SWEPT-SUB > WS-SWEPT-COUNT
                       OR WS-SWEPT-HIT > ZERO
                IF WS-SWEPT-SITE(WS-SWEPT-SUB) = TR-SITE-ID
                    MOVE WS-SWEPT-SUB TO WS-SWEPT-HIT
                END-IF
            END-PERFORM
            IF WS-SWEPT-HIT = ZERO
                IF WS-SWEPT-COUNT < WS-SWEPT-MAX
                    ADD 1 TO WS-SWEPT-COUNT
                    MOVE TR-SITE-ID TO WS-SWEPT-SITE(WS-SWEPT-COUNT)
                END-IF
                PERFORM SWEEP-SITE-LOTS
            END-IF.

       SWEEP-SITE-LOTS.
            MOVE "N" TO WS-INV-EOF-SWITCH
            MOVE TR-SITE-ID TO INV-SITE-ID
            MOVE ZERO TO INV-LOT-NUMBER
            START LOT-INVENTORY-FILE
                KEY NOT LESS THAN INV-LOT-KEY
                INVALID KEY SET END-OF-SITE-LOTS TO TRUE
            END-START
            PERFORM UNTIL END-OF-SITE-LOTS
                READ LOT-INVENTORY-FILE NEXT RECORD
                    AT END SET END-OF-SITE-LOTS TO TRUE
                    NOT AT END
                        IF INV-SITE-ID NOT = TR-SITE-ID
                            SET END-OF-SITE-LOTS TO TRUE
                        ELSE
                            PERFORM QUARANTINE-ONE-LOT
                        END-IF
                END-READ
            END-PERFORM.

       QUARANTINE-ONE-LOT.
            IF INV-DOSES-ON-HAND > ZERO
               AND NOT INV-QUARANTINED
                MOVE LOT-INVENTORY-RECORD TO WS-LJRN-BEFORE
                SET INV-QUARANTINED TO TRUE
                MOVE "QUARANT" TO WS-LJRN-ACTION
                MOVE INV-LOT-NUMBER TO RL-LOT-NUMBER
                MOVE INV-DOSES-ON-HAND TO RL-ON-HAND
                MOVE INV-EXPIRY-DATE TO RL-EXPIRY-DATE
                REWRITE LOT-INVENTORY-RECORD
                    INVALID KEY
                        DISPLAY "*** lot inventory rewrite failed "
                            "at site " TR-SITE-ID " ***"
                        SET IO-ERROR-OCCURRED TO TRUE
                        MOVE "NOT QUARANTINED" TO RL-DISPOSITION
                    NOT INVALID KEY
                        MOVE LOT-INVENTORY-RECORD TO WS-LJRN-AFTER
                        PERFORM WRITE-LOT-JOURNAL-RECORD
                        ADD 1 TO WS-QUARANTINE-COUNT
                        MOVE "PUT ON QUARANTINE" TO RL-DISPOSITION
                END-REWRITE
                WRITE EXCURSION-REPORT-LINE FROM WS-LOT-DETAIL
            END-IF.

           COPY LJRNPROC.
           COPY SITELOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM COLDCHN.
