      ******************************************************************
      * Author:
      * Date:
      * Purpose: Failed-cycle rollback - restores every master file
      *          the daily cycle updates, together with the GL feed,
      *          period-to-date sales and recall files it appends to,
      *          from the matched set CYCSNAP took at the top of the
      *          cycle, in one step, so the files cannot come back out
      *          of line with each other.
      *          The snapshot is checked end to end first (header,
      *          trailer and record count must agree) and the
      *          operator confirms the cycle date before anything is
      *          touched. Each file is counted before and after the
      *          restore, the cycle-control step flags for the
      *          snapshot's cycle date are reset so the cycle can be
      *          rerun cleanly, and the counts are printed on the
      *          rollback report. Dispatched from the operator menu
      *          under supervisor authority only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCRBACK IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COVMSTSEL.
           COPY PATMSSEL.
           COPY PATXRSEL.
           COPY ARITMSEL.
           COPY LOTIVSEL.
           COPY LORDSEL.
           COPY CTCTSEL.
           SELECT OPTIONAL COVID-ID-CONTROL-FILE ASSIGN TO "CIDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CID-FILE-STATUS.
           SELECT OPTIONAL PATIENT-NO-CONTROL-FILE
               ASSIGN TO "PNOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNO-FILE-STATUS.
           COPY GLFDSEL.
           SELECT OPTIONAL PTD-SALES-FILE ASSIGN TO "PTDSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTD-FILE-STATUS.
           SELECT OPTIONAL PTD-ITEM-FILE ASSIGN TO "PTDITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTDI-FILE-STATUS.
           SELECT OPTIONAL RECALL-REQUEST-FILE ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-FILE-STATUS.
           COPY SNAPSEL.
           SELECT ROLLBACK-REPORT-FILE ASSIGN TO "CYCRBACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY CYCSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY COVMSTFD.
           COPY PATMSFD.
           COPY PATXRFD.
           COPY ARITMFD.
           COPY LOTIVFD.
           COPY LORDFD.
           COPY CTCTFD.

       FD  COVID-ID-CONTROL-FILE.
       01  COVID-ID-CONTROL-RECORD.
           05 CID-LAST-ASSIGNED  PIC 9(6).

       FD  PATIENT-NO-CONTROL-FILE.
       01  PATIENT-NO-CONTROL-RECORD.
           05 PNO-LAST-ASSIGNED  PIC 9(6).

           COPY GLFDFD.

      * the period-to-date and recall files are only carried whole,
      * so each is held here as its record image
       FD  PTD-SALES-FILE.
       01  PTD-SALES-RECORD          PIC X(34).

       FD  PTD-ITEM-FILE.
       01  PTD-ITEM-RECORD           PIC X(50).

       FD  RECALL-REQUEST-FILE.
       01  RECALL-REQUEST-RECORD     PIC X(17).

           COPY SNAPFD.

       FD  ROLLBACK-REPORT-FILE.
       01  ROLLBACK-REPORT-LINE    PIC X(80).

           COPY AUDITFD.
           COPY CYCFD.

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-SOURCE-FILE VALUE "Y".
       01  WS-CID-FILE-STATUS  PIC XX VALUE "00".
           88 CID-FILE-OK      VALUE "00".
       01  WS-PNO-FILE-STATUS  PIC XX VALUE "00".
           88 PNO-FILE-OK      VALUE "00".
       01  WS-PTD-FILE-STATUS  PIC XX VALUE "00".
           88 PTD-FILE-OK      VALUE "00".
       01  WS-PTDI-FILE-STATUS PIC XX VALUE "00".
           88 PTDI-FILE-OK     VALUE "00".
       01  WS-RECALL-FILE-STATUS PIC XX VALUE "00".
           88 RECALL-FILE-OK   VALUE "00".
       01  WS-SNAPSHOT-FLAG    PIC X VALUE "Y".
           88 SNAPSHOT-IS-WHOLE VALUE "Y".
       01  WS-HEADER-SEEN      PIC X VALUE "N".
           88 SNAPSHOT-HEADER-SEEN VALUE "Y".
       01  WS-TRAILER-SEEN     PIC X VALUE "N".
           88 SNAPSHOT-TRAILER-SEEN VALUE "Y".
       01  WS-TRAILER-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-ROLLBACK-DATE    PIC 9(8) VALUE ZERO.
       01  WS-TAKEN-DATE       PIC 9(8) VALUE ZERO.
       01  WS-TAKEN-TIME       PIC 9(6) VALUE ZERO.
       01  WS-CONFIRM          PIC X VALUE SPACE.
           88 OPERATOR-CONFIRMED VALUE "Y" "y".
       01  WS-FILE-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-RESTORE-ERRORS   PIC 9(6) VALUE ZERO.
       01  WS-MISMATCH-COUNT   PIC 9(2) VALUE ZERO.
       01  WS-COUNT-PASS       PIC X VALUE "B".
           88 COUNTING-BEFORE  VALUE "B".
           88 COUNTING-AFTER   VALUE "A".
       01  WS-ROLLBACK-COUNTS  VALUE ZEROS.
           05 RB-COUNT-ENTRY OCCURS 13 TIMES.
              10 RB-BEFORE     PIC 9(8).
              10 RB-AFTER      PIC 9(8).

       01  WS-REPORT-HEADING.
           05 FILLER           PIC X(34) VALUE
              "*** CYCLE ROLLBACK REPORT - CYCLE ".
           05 RH-CYCLE-DATE    PIC 9(8).
           05 FILLER           PIC X(10) VALUE " SNAPSHOT ".
           05 RH-TAKEN-DATE    PIC 9(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 RH-TAKEN-TIME    PIC 9(6).
           05 FILLER           PIC X(4)  VALUE " ***".

       01  WS-COLUMN-HEADING   PIC X(50) VALUE
           "FILE        BEFORE    SNAPSHOT       AFTER  STATUS".

       01  WS-ROLLBACK-DETAIL.
           05 RD-FILE-TAG      PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-BEFORE        PIC Z(7)9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RD-SNAPSHOT      PIC Z(7)9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RD-AFTER         PIC Z(7)9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-STATUS        PIC X(8).

       01  WS-ROLLBACK-FOOTER.
           05 FILLER           PIC X(22) VALUE
              "CYCLE FLAGS RESET FOR ".
           05 RF-CYCLE-DATE    PIC 9(8).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RF-MISMATCHES    PIC Z9.
           05 FILLER           PIC X(18) VALUE " FILE(S) MISMATCH".

           COPY SNAPWS.
           COPY GLFDWS.
           COPY ARITMWS.
           COPY LORDWS.
           COPY CTCTWS.
           COPY AUDITWS.
           COPY CYCWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CYCLE-ROLLBACK" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM VERIFY-SNAPSHOT
            IF NOT SNAPSHOT-IS-WHOLE
                DISPLAY "*** cycle snapshot missing or incomplete, "
                    "nothing restored ***"
                MOVE "REFUSED, SNAPSHOT INCOMPLETE" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM CLOSE-AUDIT-LOG
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM CONFIRM-ROLLBACK
            MOVE WS-ROLLBACK-DATE TO WS-AUDIT-KEY-VALUE
            IF NOT OPERATOR-CONFIRMED
                DISPLAY "*** rollback cancelled, nothing restored ***"
                MOVE "CANCELLED BY OPERATOR" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            SET COUNTING-BEFORE TO TRUE
            PERFORM COUNT-ALL-FILES
            PERFORM RESTORE-FROM-SNAPSHOT
            SET COUNTING-AFTER TO TRUE
            PERFORM COUNT-ALL-FILES
            PERFORM RESET-CYCLE-FLAGS
            PERFORM WRITE-ROLLBACK-REPORT
            DISPLAY WS-SNAP-TOTAL " record(s) restored for cycle "
                WS-ROLLBACK-DATE ", " WS-MISMATCH-COUNT
                " file(s) mismatched, " WS-RESTORE-ERRORS
                " write error(s)."
            STRING "COMPLETED, " WS-MISMATCH-COUNT " MISMATCHED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            IF WS-MISMATCH-COUNT > ZERO OR WS-RESTORE-ERRORS > ZERO
                MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.

      * the snapshot is only trusted as a set: it must open with the
      * header, close with the trailer, and the trailer's count must
      * equal the records between them - a snapshot cut short by a
      * failed CYCSNAP run is refused before any file is emptied
       VERIFY-SNAPSHOT.
            MOVE "N" TO WS-SNAPSHOT-FLAG
            MOVE "N" TO WS-SNAP-EOF-SWITCH
            MOVE ZERO TO WS-SNAP-TOTAL
            INITIALIZE WS-SNAP-COUNTS
            OPEN INPUT CYCLE-SNAPSHOT-FILE
            IF SNAP-FILE-OK
                PERFORM UNTIL END-OF-SNAPSHOT
                    READ CYCLE-SNAPSHOT-FILE
                        AT END SET END-OF-SNAPSHOT TO TRUE
                        NOT AT END PERFORM TALLY-SNAPSHOT-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CYCLE-SNAPSHOT-FILE
            IF SNAPSHOT-HEADER-SEEN
               AND SNAPSHOT-TRAILER-SEEN
               AND WS-TRAILER-COUNT = WS-SNAP-TOTAL
                SET SNAPSHOT-IS-WHOLE TO TRUE
            END-IF.

       TALLY-SNAPSHOT-RECORD.
            EVALUATE TRUE
                WHEN SN-HEADER-RECORD
                    SET SNAPSHOT-HEADER-SEEN TO TRUE
                    MOVE SN-CYCLE-DATE TO WS-ROLLBACK-DATE
                    MOVE SN-TAKEN-DATE TO WS-TAKEN-DATE
                    MOVE SN-TAKEN-TIME TO WS-TAKEN-TIME
                WHEN SN-TRAILER-RECORD
                    SET SNAPSHOT-TRAILER-SEEN TO TRUE
                    MOVE SN-RECORD-COUNT TO WS-TRAILER-COUNT
                WHEN OTHER
                    ADD 1 TO WS-SNAP-TOTAL
                    PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                            UNTIL WS-SNAP-SUB > WS-SNAP-FILE-COUNT
                        IF SN-FILE-TAG = SNAP-TAG(WS-SNAP-SUB)
                            ADD 1 TO SNAP-COUNT(WS-SNAP-SUB)
                        END-IF
                    END-PERFORM
            END-EVALUATE.

       CONFIRM-ROLLBACK.
            DISPLAY "snapshot of cycle " WS-ROLLBACK-DATE " taken "
                WS-TAKEN-DATE " " WS-TAKEN-TIME
            PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                    UNTIL WS-SNAP-SUB > WS-SNAP-FILE-COUNT
                DISPLAY "  " SNAP-TAG(WS-SNAP-SUB) " "
                    SNAP-COUNT(WS-SNAP-SUB) " record(s)"
            END-PERFORM
            DISPLAY "*** every file above will be replaced by its "
                "snapshot copy ***"
            MOVE SPACE TO WS-CONFIRM
            DISPLAY "roll back cycle " WS-ROLLBACK-DATE " (Y/N)? "
                WITH NO ADVANCING
            ACCEPT WS-CONFIRM.

       COUNT-ALL-FILES.
            MOVE 1 TO WS-SNAP-SUB
            PERFORM COUNT-COVID-MASTER
            PERFORM NOTE-FILE-COUNT
            MOVE 2 TO WS-SNAP-SUB
            PERFORM COUNT-PATIENT-MASTER
            PERFORM NOTE-FILE-COUNT
            MOVE 3 TO WS-SNAP-SUB
            PERFORM COUNT-PATIENT-XREF
            PERFORM NOTE-FILE-COUNT
            MOVE 4 TO WS-SNAP-SUB
            PERFORM COUNT-AR-OPEN-ITEMS
            PERFORM NOTE-FILE-COUNT
            MOVE 5 TO WS-SNAP-SUB
            PERFORM COUNT-LOT-INVENTORY
            PERFORM NOTE-FILE-COUNT
            MOVE 6 TO WS-SNAP-SUB
            PERFORM COUNT-LAB-ORDERS
            PERFORM NOTE-FILE-COUNT
            MOVE 7 TO WS-SNAP-SUB
            PERFORM COUNT-CLOSE-CONTACTS
            PERFORM NOTE-FILE-COUNT
            MOVE 8 TO WS-SNAP-SUB
            PERFORM COUNT-COVID-ID-CONTROL
            PERFORM NOTE-FILE-COUNT
            MOVE 9 TO WS-SNAP-SUB
            PERFORM COUNT-PATIENT-NO-CONTROL
            PERFORM NOTE-FILE-COUNT
            MOVE 10 TO WS-SNAP-SUB
            PERFORM COUNT-GL-FEED
            PERFORM NOTE-FILE-COUNT
            MOVE 11 TO WS-SNAP-SUB
            PERFORM COUNT-PTD-SALES
            PERFORM NOTE-FILE-COUNT
            MOVE 12 TO WS-SNAP-SUB
            PERFORM COUNT-PTD-ITEMS
            PERFORM NOTE-FILE-COUNT
            MOVE 13 TO WS-SNAP-SUB
            PERFORM COUNT-RECALL-REQUESTS
            PERFORM NOTE-FILE-COUNT.

       NOTE-FILE-COUNT.
            IF COUNTING-BEFORE
                MOVE WS-FILE-COUNT TO RB-BEFORE(WS-SNAP-SUB)
            ELSE
                MOVE WS-FILE-COUNT TO RB-AFTER(WS-SNAP-SUB)
            END-IF.

       COUNT-COVID-MASTER.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT COVID-MASTER
            MOVE ZEROS TO MASTER-COVID-ID
            START COVID-MASTER KEY NOT LESS THAN MASTER-COVID-ID
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-PERFORM
            CLOSE COVID-MASTER.

       COUNT-PATIENT-MASTER.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT PATIENT-MASTER
            MOVE ZEROS TO PM-PATIENT-NUMBER
            START PATIENT-MASTER KEY NOT LESS THAN PM-PATIENT-NUMBER
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ PATIENT-MASTER NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-PERFORM
            CLOSE PATIENT-MASTER.

       COUNT-PATIENT-XREF.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT PATIENT-XREF-FILE
            MOVE ZEROS TO XR-COVID-ID
            START PATIENT-XREF-FILE KEY NOT LESS THAN XR-COVID-ID
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ PATIENT-XREF-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-PERFORM
            CLOSE PATIENT-XREF-FILE.

       COUNT-AR-OPEN-ITEMS.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT AR-OPEN-ITEM-FILE
            MOVE LOW-VALUES TO AR-ITEM-KEY
            START AR-OPEN-ITEM-FILE KEY NOT LESS THAN AR-ITEM-KEY
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ AR-OPEN-ITEM-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE.

       COUNT-LOT-INVENTORY.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT LOT-INVENTORY-FILE
            MOVE LOW-VALUES TO INV-LOT-KEY
            START LOT-INVENTORY-FILE KEY NOT LESS THAN INV-LOT-KEY
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ LOT-INVENTORY-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-PERFORM
            CLOSE LOT-INVENTORY-FILE.

       COUNT-LAB-ORDERS.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT LAB-ORDER-FILE
            MOVE LOW-VALUES TO LO-ORDER-KEY
            START LAB-ORDER-FILE KEY NOT LESS THAN LO-ORDER-KEY
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ LAB-ORDER-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-PERFORM
            CLOSE LAB-ORDER-FILE.

       COUNT-CLOSE-CONTACTS.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT CLOSE-CONTACT-FILE
            MOVE LOW-VALUES TO CT-CONTACT-KEY
            START CLOSE-CONTACT-FILE KEY NOT LESS THAN CT-CONTACT-KEY
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ CLOSE-CONTACT-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-PERFORM
            CLOSE CLOSE-CONTACT-FILE.

       COUNT-COVID-ID-CONTROL.
            MOVE ZERO TO WS-FILE-COUNT
            OPEN INPUT COVID-ID-CONTROL-FILE
            IF CID-FILE-OK
                READ COVID-ID-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-IF
            CLOSE COVID-ID-CONTROL-FILE.

       COUNT-PATIENT-NO-CONTROL.
            MOVE ZERO TO WS-FILE-COUNT
            OPEN INPUT PATIENT-NO-CONTROL-FILE
            IF PNO-FILE-OK
                READ PATIENT-NO-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END ADD 1 TO WS-FILE-COUNT
                END-READ
            END-IF
            CLOSE PATIENT-NO-CONTROL-FILE.

       COUNT-GL-FEED.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT GL-FEED-FILE
            IF GLFD-FILE-OK
                PERFORM UNTIL END-OF-SOURCE-FILE
                    READ GL-FEED-FILE
                        AT END SET END-OF-SOURCE-FILE TO TRUE
                        NOT AT END ADD 1 TO WS-FILE-COUNT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE GL-FEED-FILE.

       COUNT-PTD-SALES.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT PTD-SALES-FILE
            IF PTD-FILE-OK
                PERFORM UNTIL END-OF-SOURCE-FILE
                    READ PTD-SALES-FILE
                        AT END SET END-OF-SOURCE-FILE TO TRUE
                        NOT AT END ADD 1 TO WS-FILE-COUNT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PTD-SALES-FILE.

       COUNT-PTD-ITEMS.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT PTD-ITEM-FILE
            IF PTDI-FILE-OK
                PERFORM UNTIL END-OF-SOURCE-FILE
                    READ PTD-ITEM-FILE
                        AT END SET END-OF-SOURCE-FILE TO TRUE
                        NOT AT END ADD 1 TO WS-FILE-COUNT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PTD-ITEM-FILE.

       COUNT-RECALL-REQUESTS.
            MOVE ZERO TO WS-FILE-COUNT
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT RECALL-REQUEST-FILE
            IF RECALL-FILE-OK
                PERFORM UNTIL END-OF-SOURCE-FILE
                    READ RECALL-REQUEST-FILE
                        AT END SET END-OF-SOURCE-FILE TO TRUE
                        NOT AT END ADD 1 TO WS-FILE-COUNT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE RECALL-REQUEST-FILE.

      * every file in the set is emptied and reloaded from the one
      * snapshot pass, so the files come back exactly as they stood
      * together at the top of the cycle; a file with no records in
      * the snapshot comes back empty
       RESTORE-FROM-SNAPSHOT.
            OPEN OUTPUT COVID-MASTER
            OPEN OUTPUT PATIENT-MASTER
            OPEN OUTPUT PATIENT-XREF-FILE
            OPEN OUTPUT AR-OPEN-ITEM-FILE
            OPEN OUTPUT LOT-INVENTORY-FILE
            OPEN OUTPUT LAB-ORDER-FILE
            OPEN OUTPUT CLOSE-CONTACT-FILE
            OPEN OUTPUT COVID-ID-CONTROL-FILE
            OPEN OUTPUT PATIENT-NO-CONTROL-FILE
            OPEN OUTPUT GL-FEED-FILE
            OPEN OUTPUT PTD-SALES-FILE
            OPEN OUTPUT PTD-ITEM-FILE
            OPEN OUTPUT RECALL-REQUEST-FILE
            MOVE "N" TO WS-SNAP-EOF-SWITCH
            OPEN INPUT CYCLE-SNAPSHOT-FILE
            PERFORM UNTIL END-OF-SNAPSHOT
                READ CYCLE-SNAPSHOT-FILE
                    AT END SET END-OF-SNAPSHOT TO TRUE
                    NOT AT END PERFORM RESTORE-ONE-RECORD
                END-READ
            END-PERFORM
            CLOSE CYCLE-SNAPSHOT-FILE
            CLOSE COVID-MASTER
            CLOSE PATIENT-MASTER
            CLOSE PATIENT-XREF-FILE
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE LOT-INVENTORY-FILE
            CLOSE LAB-ORDER-FILE
            CLOSE CLOSE-CONTACT-FILE
            CLOSE COVID-ID-CONTROL-FILE
            CLOSE PATIENT-NO-CONTROL-FILE
            CLOSE GL-FEED-FILE
            CLOSE PTD-SALES-FILE
            CLOSE PTD-ITEM-FILE
            CLOSE RECALL-REQUEST-FILE.

       RESTORE-ONE-RECORD.
            EVALUATE SN-FILE-TAG
                WHEN "COVIDMST"
                    MOVE SN-DATA TO COVID-MASTER-RECORD
                    WRITE COVID-MASTER-RECORD
                        INVALID KEY PERFORM NOTE-RESTORE-ERROR
                    END-WRITE
                WHEN "PATMST"
                    MOVE SN-DATA TO PATIENT-MASTER-RECORD
                    WRITE PATIENT-MASTER-RECORD
                        INVALID KEY PERFORM NOTE-RESTORE-ERROR
                    END-WRITE
                WHEN "PATXREF"
                    MOVE SN-DATA TO PATIENT-XREF-RECORD
                    WRITE PATIENT-XREF-RECORD
                        INVALID KEY PERFORM NOTE-RESTORE-ERROR
                    END-WRITE
                WHEN "AROPEN"
                    MOVE SN-DATA TO AR-OPEN-ITEM-RECORD
                    WRITE AR-OPEN-ITEM-RECORD
                        INVALID KEY PERFORM NOTE-RESTORE-ERROR
                    END-WRITE
                WHEN "LOTINV"
                    MOVE SN-DATA TO LOT-INVENTORY-RECORD
                    WRITE LOT-INVENTORY-RECORD
                        INVALID KEY PERFORM NOTE-RESTORE-ERROR
                    END-WRITE
                WHEN "LABORD"
                    MOVE SN-DATA TO LAB-ORDER-RECORD
                    WRITE LAB-ORDER-RECORD
                        INVALID KEY PERFORM NOTE-RESTORE-ERROR
                    END-WRITE
                WHEN "CLOSECT"
                    MOVE SN-DATA TO CLOSE-CONTACT-RECORD
                    WRITE CLOSE-CONTACT-RECORD
                        INVALID KEY PERFORM NOTE-RESTORE-ERROR
                    END-WRITE
                WHEN "CIDCTL"
                    MOVE SN-DATA TO COVID-ID-CONTROL-RECORD
                    WRITE COVID-ID-CONTROL-RECORD
                WHEN "PNOCTL"
                    MOVE SN-DATA TO PATIENT-NO-CONTROL-RECORD
                    WRITE PATIENT-NO-CONTROL-RECORD
                WHEN "GLFEED"
                    MOVE SN-DATA TO GL-FEED-RECORD
                    WRITE GL-FEED-RECORD
                WHEN "PTDSALES"
                    MOVE SN-DATA TO PTD-SALES-RECORD
                    WRITE PTD-SALES-RECORD
                WHEN "PTDITEMS"
                    MOVE SN-DATA TO PTD-ITEM-RECORD
                    WRITE PTD-ITEM-RECORD
                WHEN "RECALL"
                    MOVE SN-DATA TO RECALL-REQUEST-RECORD
                    WRITE RECALL-REQUEST-RECORD
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       NOTE-RESTORE-ERROR.
            ADD 1 TO WS-RESTORE-ERRORS
            DISPLAY "*** " SN-FILE-TAG " record not restored, key "
                SN-DATA(1:15) " ***".

      * the snapshot's cycle goes back to no steps completed, so the
      * cycle-control checks let PATINTK start the rerun; the
      * control-record save also lands on the cycle history
       RESET-CYCLE-FLAGS.
            PERFORM LOAD-CYCLE-CONTROL
            MOVE WS-ROLLBACK-DATE TO WS-CYC-CYCLE-DATE
            MOVE ALL "N" TO WS-CYC-STEP-FLAGS
            MOVE "N" TO WS-CYC-OVERRIDE
            PERFORM SAVE-CYCLE-CONTROL.

       WRITE-ROLLBACK-REPORT.
            OPEN OUTPUT ROLLBACK-REPORT-FILE
            MOVE WS-ROLLBACK-DATE TO RH-CYCLE-DATE
            MOVE WS-TAKEN-DATE TO RH-TAKEN-DATE
            MOVE WS-TAKEN-TIME TO RH-TAKEN-TIME
            WRITE ROLLBACK-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE ROLLBACK-REPORT-LINE FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                    UNTIL WS-SNAP-SUB > WS-SNAP-FILE-COUNT
                PERFORM WRITE-ROLLBACK-DETAIL
            END-PERFORM
            MOVE WS-ROLLBACK-DATE TO RF-CYCLE-DATE
            MOVE WS-MISMATCH-COUNT TO RF-MISMATCHES
            WRITE ROLLBACK-REPORT-LINE FROM WS-ROLLBACK-FOOTER
            CLOSE ROLLBACK-REPORT-FILE.

       WRITE-ROLLBACK-DETAIL.
            MOVE SNAP-TAG(WS-SNAP-SUB) TO RD-FILE-TAG
            MOVE RB-BEFORE(WS-SNAP-SUB) TO RD-BEFORE
            MOVE SNAP-COUNT(WS-SNAP-SUB) TO RD-SNAPSHOT
            MOVE RB-AFTER(WS-SNAP-SUB) TO RD-AFTER
            IF RB-AFTER(WS-SNAP-SUB) = SNAP-COUNT(WS-SNAP-SUB)
                MOVE "OK" TO RD-STATUS
            ELSE
                MOVE "MISMATCH" TO RD-STATUS
                ADD 1 TO WS-MISMATCH-COUNT
            END-IF
            WRITE ROLLBACK-REPORT-LINE FROM WS-ROLLBACK-DETAIL.

           COPY CYCPROC.
           COPY AUDITPROC.

       END PROGRAM CYCRBACK.
