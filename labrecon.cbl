      *          Every posted result is also appended to the result
      *          history file, and a result older than (or duplicating)
      *          the master's recorded outcome is logged there but
      *          never regresses the master record. A matched result
      *          closes the CovidID's open lab orders for specimens
      *          collected on or before the result date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY AUDITSEL.
           COPY CTOTSEL.
           COPY CYCSEL.
           COPY LORDSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITFD.
           COPY CTOTFD.
           COPY CYCFD.
           COPY LORDFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01  WS-STALE-HOURS      PIC 9(4) VALUE 24.
       01  WS-STALE-DAYS       PIC 9(4) VALUE ZERO.
       01  WS-STALE-CUTOFF     PIC 9(8) VALUE ZERO.
       01  WS-MATCHED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-STALE-COUNT      PIC 9(6) VALUE ZERO.
           05 VR-REASON         PIC X(20).
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-LORD-OPEN-FLAG   PIC X VALUE "N".
           88 LAB-ORDERS-OPEN  VALUE "Y".
       01  WS-RUN-DATE         PIC 9(8).
       01  WS-RUN-TIME         PIC 9(6).
       01  WS-REG-HOURS        PIC 9(10).
       01  WS-RUN-HOURS        PIC 9(10).
       01  WS-HOURS-SINCE-REG  PIC S9(10).
       01  WS-ORDERS-CLOSED    PIC 9(6) VALUE ZERO.

       01  WS-EXCEPTION-DETAIL.
           05 FILLER            PIC X(18) VALUE
           COPY AUDITWS.
           COPY CTOTWS.
           COPY CYCWS.
           COPY LORDWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                MOVE "BLOCKED BY CYCLE CONTROL"
                    TO WS-AUDIT-OUTCOME
                PERFORM WRITE-AUDIT-RECORD
                PERFORM WRITE-AUDIT-RUN-ENDED
                PERFORM CLOSE-AUDIT-LOG
                GOBACK
            END-IF
            OPEN OUTPUT LAB-ACK-FILE
            PERFORM OPEN-COVID-JOURNAL
            PERFORM OPEN-RESULT-HISTORY
            OPEN I-O LAB-ORDER-FILE
            IF LORD-FILE-OK
                SET LAB-ORDERS-OPEN TO TRUE
            ELSE
                DISPLAY "*** lab order file open failed, status "
                    WS-LORD-FILE-STATUS ", no lab orders ***"
                SET IO-ERROR-OCCURRED TO TRUE
            END-IF
            PERFORM UNTIL END-OF-LAB-RESULTS
                READ LAB-RESULTS-FILE
                    AT END SET END-OF-LAB-RESULTS TO TRUE
            CLOSE LAB-ACK-FILE
            PERFORM CLOSE-COVID-JOURNAL
            CLOSE RESULT-HISTORY-FILE
            IF LAB-ORDERS-OPEN
                CLOSE LAB-ORDER-FILE
            END-IF
            DISPLAY WS-MATCHED-COUNT " lab result(s) posted, "
                WS-VALIDATION-REJECTS " rejected, "
                WS-UNMATCHED-COUNT " unmatched, "
                WS-DUPLICATE-COUNT " duplicate(s), "
                WS-OLD-RESULT-COUNT " older than master, "
                WS-STALE-COUNT " registration(s) stale, "
                WS-ORDERS-CLOSED " lab order(s) closed."
            MOVE WS-MATCHED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-UNMATCHED-COUNT " UNMATCHED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            MOVE "LAB-RESULTS-RECON" TO WS-CTOT-PROGRAM-NAME
            MOVE WS-MATCHED-COUNT TO WS-CTOT-RECORD-COUNT
                    END-WRITE
                NOT INVALID KEY
                    PERFORM APPLY-LAB-RESULT
                    IF LAB-ORDERS-OPEN
                        PERFORM CLOSE-LAB-ORDERS
                    END-IF
            END-READ.

      * any result for the CovidID - posted, duplicate or older than
      * the master - proves the specimen reached the lab, so every
      * open order collected on or before the result date is closed
       CLOSE-LAB-ORDERS.
            MOVE "N" TO WS-LORD-EOF-SWITCH
            MOVE LR-ID-NUMBER TO LO-ID-NUMBER
            MOVE LR-CHECK-DIGIT TO LO-CHECK-DIGIT
            MOVE ZEROS TO LO-ORDER-DATE
            MOVE ZEROS TO LO-ORDER-TIME
            START LAB-ORDER-FILE KEY IS NOT LESS THAN LO-ORDER-KEY
                INVALID KEY SET END-OF-LAB-ORDERS TO TRUE
            END-START
            PERFORM UNTIL END-OF-LAB-ORDERS
                READ LAB-ORDER-FILE NEXT RECORD
                    AT END SET END-OF-LAB-ORDERS TO TRUE
                END-READ
                IF NOT END-OF-LAB-ORDERS
                    IF LO-ID-NUMBER NOT = LR-ID-NUMBER
                        SET END-OF-LAB-ORDERS TO TRUE
                    ELSE
                        IF LO-ORDER-OPEN
                           AND LO-COLLECT-DATE NOT > LR-RESULT-DATE
                            PERFORM CLOSE-ONE-LAB-ORDER
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       CLOSE-ONE-LAB-ORDER.
            SET LO-ORDER-CLOSED TO TRUE
            MOVE LR-RESULT-CODE TO LO-RESULT-CODE
            MOVE LR-RESULT-DATE TO LO-RESULT-DATE
            MOVE LR-RESULT-TIME TO LO-RESULT-TIME
            MOVE WS-RUN-DATE TO LO-CLOSED-DATE
            REWRITE LAB-ORDER-RECORD
                INVALID KEY
                    DISPLAY "*** lab order rewrite failed for CovidID "
                        LR-ID-NUMBER " ***"
                    SET IO-ERROR-OCCURRED TO TRUE
                NOT INVALID KEY
                    ADD 1 TO WS-ORDERS-CLOSED
            END-REWRITE.

       VALIDATE-LAB-RESULT.
            MOVE "Y" TO WS-LAB-VALID
            IF LR-ID-NUMBER NOT NUMERIC
            MOVE WS-HISTORY-ACTION TO LH-ACTION
            WRITE RESULT-HISTORY-RECORD.

      * only registrations old enough to be stale are read: the scan
      * runs up the registration-date key from the first dated record
      * to the last day whose whole-day age reaches WS-STALE-HOURS
       FLAG-STALE-REGISTRATIONS.
            COMPUTE WS-STALE-DAYS = (WS-STALE-HOURS + 23) / 24
            COMPUTE WS-STALE-CUTOFF = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-STALE-DAYS)
            MOVE 1 TO MASTER-REGISTERED-DATE
            START COVID-MASTER KEY NOT LESS THAN MASTER-REGISTERED-DATE
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM UNTIL END-OF-MASTER-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-MASTER-FILE TO TRUE
                    NOT AT END
                        IF MASTER-REGISTERED-DATE > WS-STALE-CUTOFF
                            SET END-OF-MASTER-FILE TO TRUE
                        ELSE
                            PERFORM CHECK-STALE-REGISTRATION
                        END-IF
                END-READ
            END-PERFORM.

