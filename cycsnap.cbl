      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-cycle snapshot - copies every master file the
      *          daily cycle updates (COVID-MASTER, patient master,
      *          patient cross-reference, AR open items, lot
      *          inventory, lab orders, close contacts and the CovidID
      *          and patient-number counters), together with the GL
      *          feed, period-to-date sales and recall files the cycle
      *          appends to, to one flat snapshot file as a single
      *          matched set, bracketed by a header stamped with the
      *          cycle date and a trailer carrying the record count.
      *          CYCRBACK restores the whole set from this file when a
      *          cycle fails partway through.
      *          Runs at the top of the cycle; once any cycle step has
      *          completed today, or today's snapshot is already on
      *          file, the run is skipped and the opening snapshot
      *          kept, so a half-run cycle is never captured over the
      *          clean set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSNAP IS INITIAL PROGRAM.

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
           COPY AUDITSEL.
           COPY CTOTSEL.
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
           COPY AUDITFD.
           COPY CTOTFD.
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
       01  WS-STEP-SUB         PIC 9 VALUE ZERO.
       01  WS-SNAP-TAKEN-FLAG  PIC X VALUE "N".
           88 SNAPSHOT-ALREADY-TAKEN VALUE "Y".

           COPY SNAPWS.
           COPY GLFDWS.
           COPY ARITMWS.
           COPY LORDWS.
           COPY CTCTWS.
           COPY AUDITWS.
           COPY CTOTWS.
           COPY CYCWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "CYCLE-SNAPSHOT" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CHECK-CYCLE-NOT-STARTED
            IF CYCLE-STEP-BLOCKED
                MOVE WS-CYC-TODAY TO WS-AUDIT-KEY-VALUE
                MOVE "SKIPPED, CYCLE UNDER WAY" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            PERFORM CHECK-SNAPSHOT-NOT-TAKEN
            IF SNAPSHOT-ALREADY-TAKEN
                MOVE WS-CYC-TODAY TO WS-AUDIT-KEY-VALUE
                MOVE "SKIPPED, SNAPSHOT ON FILE" TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            OPEN OUTPUT CYCLE-SNAPSHOT-FILE
            MOVE SPACES TO CYCLE-SNAPSHOT-RECORD
            SET SN-HEADER-RECORD TO TRUE
            MOVE WS-CYC-TODAY TO SN-CYCLE-DATE
            MOVE FUNCTION CURRENT-DATE(1:8) TO SN-TAKEN-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO SN-TAKEN-TIME
            WRITE CYCLE-SNAPSHOT-RECORD
            PERFORM SNAP-COVID-MASTER
            PERFORM SNAP-PATIENT-MASTER
            PERFORM SNAP-PATIENT-XREF
            PERFORM SNAP-AR-OPEN-ITEMS
            PERFORM SNAP-LOT-INVENTORY
            PERFORM SNAP-LAB-ORDERS
            PERFORM SNAP-CLOSE-CONTACTS
            PERFORM SNAP-COVID-ID-CONTROL
            PERFORM SNAP-PATIENT-NO-CONTROL
            PERFORM SNAP-GL-FEED
            PERFORM SNAP-PTD-SALES
            PERFORM SNAP-PTD-ITEMS
            PERFORM SNAP-RECALL-REQUESTS
            MOVE SPACES TO CYCLE-SNAPSHOT-RECORD
            SET SN-TRAILER-RECORD TO TRUE
            MOVE WS-SNAP-TOTAL TO SN-RECORD-COUNT
            WRITE CYCLE-SNAPSHOT-RECORD
            CLOSE CYCLE-SNAPSHOT-FILE
            PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                    UNTIL WS-SNAP-SUB > WS-SNAP-FILE-COUNT
                DISPLAY SNAP-TAG(WS-SNAP-SUB) " "
                    SNAP-COUNT(WS-SNAP-SUB) " record(s)"
            END-PERFORM
            DISPLAY WS-SNAP-TOTAL " record(s) snapshotted for cycle "
                WS-CYC-TODAY "."
            MOVE WS-CYC-TODAY TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-SNAP-TOTAL " RECORDS"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            MOVE "CYCLE-SNAPSHOT" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-SNAP-TOTAL TO WS-CTOT-RECORD-COUNT
            MOVE ZERO TO WS-CTOT-REJECT-COUNT
            MOVE ZERO TO WS-CTOT-DOLLAR-TOTAL
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            GOBACK.

      * a snapshot taken after a step has run would hold that step's
      * updates, and rolling back to it would not undo them, so once
      * any step of the cycle has completed the snapshot taken at the
      * top of the cycle is kept as it is and this run does nothing
       CHECK-CYCLE-NOT-STARTED.
            MOVE "N" TO WS-CYC-BLOCKED-FLAG
            PERFORM LOAD-CYCLE-CONTROL
            PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > 8
                       OR CYCLE-STEP-BLOCKED
                IF WS-CYC-STEP-DONE(WS-STEP-SUB) = "Y"
                    SET CYCLE-STEP-BLOCKED TO TRUE
                END-IF
            END-PERFORM
            IF CYCLE-STEP-BLOCKED
                DISPLAY "*** cycle " WS-CYC-TODAY " already has "
                    "completed steps, its opening snapshot is kept ***"
            END-IF.

      * a step that abends before it sets its cycle flag leaves the
      * masters part-posted with no flag to show it, so a snapshot
      * already taken for this cycle date is never written over; only
      * a snapshot from an earlier cycle, or none, is replaced
       CHECK-SNAPSHOT-NOT-TAKEN.
            MOVE "N" TO WS-SNAP-TAKEN-FLAG
            OPEN INPUT CYCLE-SNAPSHOT-FILE
            IF SNAP-FILE-OK
                READ CYCLE-SNAPSHOT-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF SN-HEADER-RECORD
                           AND SN-CYCLE-DATE = WS-CYC-TODAY
                            SET SNAPSHOT-ALREADY-TAKEN TO TRUE
                            DISPLAY "*** cycle " WS-CYC-TODAY
                                " already has its snapshot, taken "
                                SN-TAKEN-DATE " " SN-TAKEN-TIME
                                ", it is kept ***"
                        END-IF
                END-READ
            END-IF
            CLOSE CYCLE-SNAPSHOT-FILE.

       SNAP-COVID-MASTER.
            MOVE 1 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT COVID-MASTER
            MOVE ZEROS TO MASTER-COVID-ID
            START COVID-MASTER KEY NOT LESS THAN MASTER-COVID-ID
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                        MOVE COVID-MASTER-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-PERFORM
            CLOSE COVID-MASTER.

       SNAP-PATIENT-MASTER.
            MOVE 2 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT PATIENT-MASTER
            MOVE ZEROS TO PM-PATIENT-NUMBER
            START PATIENT-MASTER KEY NOT LESS THAN PM-PATIENT-NUMBER
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ PATIENT-MASTER NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                        MOVE PATIENT-MASTER-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-PERFORM
            CLOSE PATIENT-MASTER.

       SNAP-PATIENT-XREF.
            MOVE 3 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT PATIENT-XREF-FILE
            MOVE ZEROS TO XR-COVID-ID
            START PATIENT-XREF-FILE KEY NOT LESS THAN XR-COVID-ID
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ PATIENT-XREF-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                        MOVE PATIENT-XREF-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-PERFORM
            CLOSE PATIENT-XREF-FILE.

       SNAP-AR-OPEN-ITEMS.
            MOVE 4 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT AR-OPEN-ITEM-FILE
            MOVE LOW-VALUES TO AR-ITEM-KEY
            START AR-OPEN-ITEM-FILE KEY NOT LESS THAN AR-ITEM-KEY
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ AR-OPEN-ITEM-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                        MOVE AR-OPEN-ITEM-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE.

       SNAP-LOT-INVENTORY.
            MOVE 5 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT LOT-INVENTORY-FILE
            MOVE LOW-VALUES TO INV-LOT-KEY
            START LOT-INVENTORY-FILE KEY NOT LESS THAN INV-LOT-KEY
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ LOT-INVENTORY-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                        MOVE LOT-INVENTORY-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-PERFORM
            CLOSE LOT-INVENTORY-FILE.

       SNAP-LAB-ORDERS.
            MOVE 6 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT LAB-ORDER-FILE
            MOVE LOW-VALUES TO LO-ORDER-KEY
            START LAB-ORDER-FILE KEY NOT LESS THAN LO-ORDER-KEY
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ LAB-ORDER-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                        MOVE LAB-ORDER-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-PERFORM
            CLOSE LAB-ORDER-FILE.

       SNAP-CLOSE-CONTACTS.
            MOVE 7 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT CLOSE-CONTACT-FILE
            MOVE LOW-VALUES TO CT-CONTACT-KEY
            START CLOSE-CONTACT-FILE KEY NOT LESS THAN CT-CONTACT-KEY
                INVALID KEY SET END-OF-SOURCE-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-SOURCE-FILE
                READ CLOSE-CONTACT-FILE NEXT RECORD
                    AT END SET END-OF-SOURCE-FILE TO TRUE
                    NOT AT END
                        MOVE CLOSE-CONTACT-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-PERFORM
            CLOSE CLOSE-CONTACT-FILE.

       SNAP-COVID-ID-CONTROL.
            MOVE 8 TO WS-SNAP-SUB
            OPEN INPUT COVID-ID-CONTROL-FILE
            IF CID-FILE-OK
                READ COVID-ID-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE COVID-ID-CONTROL-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-IF
            CLOSE COVID-ID-CONTROL-FILE.

       SNAP-PATIENT-NO-CONTROL.
            MOVE 9 TO WS-SNAP-SUB
            OPEN INPUT PATIENT-NO-CONTROL-FILE
            IF PNO-FILE-OK
                READ PATIENT-NO-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PATIENT-NO-CONTROL-RECORD TO SN-DATA
                        PERFORM WRITE-SNAPSHOT-RECORD
                END-READ
            END-IF
            CLOSE PATIENT-NO-CONTROL-FILE.

      * the cycle only ever appends to these files, but a rerun after
      * a rollback would append the same day's entries a second time
      * unless they go back to where they stood with the masters
       SNAP-GL-FEED.
            MOVE 10 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT GL-FEED-FILE
            IF GLFD-FILE-OK
                PERFORM UNTIL END-OF-SOURCE-FILE
                    READ GL-FEED-FILE
                        AT END SET END-OF-SOURCE-FILE TO TRUE
                        NOT AT END
                            MOVE GL-FEED-RECORD TO SN-DATA
                            PERFORM WRITE-SNAPSHOT-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE GL-FEED-FILE.

       SNAP-PTD-SALES.
            MOVE 11 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT PTD-SALES-FILE
            IF PTD-FILE-OK
                PERFORM UNTIL END-OF-SOURCE-FILE
                    READ PTD-SALES-FILE
                        AT END SET END-OF-SOURCE-FILE TO TRUE
                        NOT AT END
                            MOVE PTD-SALES-RECORD TO SN-DATA
                            PERFORM WRITE-SNAPSHOT-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PTD-SALES-FILE.

       SNAP-PTD-ITEMS.
            MOVE 12 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT PTD-ITEM-FILE
            IF PTDI-FILE-OK
                PERFORM UNTIL END-OF-SOURCE-FILE
                    READ PTD-ITEM-FILE
                        AT END SET END-OF-SOURCE-FILE TO TRUE
                        NOT AT END
                            MOVE PTD-ITEM-RECORD TO SN-DATA
                            PERFORM WRITE-SNAPSHOT-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PTD-ITEM-FILE.

       SNAP-RECALL-REQUESTS.
            MOVE 13 TO WS-SNAP-SUB
            MOVE "N" TO WS-SOURCE-EOF-SWITCH
            OPEN INPUT RECALL-REQUEST-FILE
            IF RECALL-FILE-OK
                PERFORM UNTIL END-OF-SOURCE-FILE
                    READ RECALL-REQUEST-FILE
                        AT END SET END-OF-SOURCE-FILE TO TRUE
                        NOT AT END
                            MOVE RECALL-REQUEST-RECORD TO SN-DATA
                            PERFORM WRITE-SNAPSHOT-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE RECALL-REQUEST-FILE.

       WRITE-SNAPSHOT-RECORD.
            MOVE SNAP-TAG(WS-SNAP-SUB) TO SN-FILE-TAG
            WRITE CYCLE-SNAPSHOT-RECORD
            ADD 1 TO SNAP-COUNT(WS-SNAP-SUB)
            ADD 1 TO WS-SNAP-TOTAL.

           COPY CYCPROC.
           COPY AUDITPROC.
           COPY CTOTPROC.

       END PROGRAM CYCSNAP.
