      *          the stored digit disagrees), dose-history dates are
      *          validated (bad dates are cleared), and records with a
      *          non-numeric CovidID or a duplicate key are dropped.
      *          The result and registration dates that carry the
      *          master's alternate keys are validated the same way
      *          (bad dates are cleared), and once the load is done
      *          each alternate index is walked and its record count
      *          checked against the records loaded.
      *          Every repair and drop is reported.
      * Tectonics: cobc
      ******************************************************************
           05 BK-COVID-ID.
              10 BK-ID-NUMBER    PIC 9(6).
              10 BK-CHECK-DIGIT  PIC 9.
           05 FILLER             PIC X(172).

           COPY COVMSTFD.

       01  WS-DOSE-SUB         PIC 9 VALUE ZERO.
       01  WS-DOSE-MONTH       PIC 99 VALUE ZERO.
       01  WS-DOSE-DAY         PIC 99 VALUE ZERO.
       01  WS-KEY-DATE         PIC 9(8) VALUE ZERO.
       01  WS-KEY-DATE-FLAG    PIC X VALUE "Y".
           88 KEY-DATE-VALID   VALUE "Y".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01  WS-KEY-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-KEY-MISMATCHES   PIC 9 VALUE ZERO.

           COPY CHKDGTWS.

            MOVE "RECORDS DROPPED" TO CL-LABEL
            MOVE WS-DROP-COUNT TO CL-COUNT
            WRITE RELOAD-REPORT-LINE FROM WS-COUNT-LINE
            OPEN INPUT COVID-MASTER
            PERFORM VERIFY-ALTERNATE-KEYS
            CLOSE COVID-MASTER
            MOVE "KEYS OUT OF STEP" TO CL-LABEL
            MOVE WS-KEY-MISMATCHES TO CL-COUNT
            WRITE RELOAD-REPORT-LINE FROM WS-COUNT-LINE
            CLOSE RELOAD-REPORT-FILE
            DISPLAY WS-RELOAD-COUNT " record(s) reloaded, "
                WS-REPAIR-COUNT " repaired, "
                WS-DROP-COUNT " dropped, "
                WS-KEY-MISMATCHES " alternate key(s) out of step."
            MOVE WS-RELOAD-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-DROP-COUNT " DROPPED"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            EVALUATE TRUE
                WHEN WS-KEY-MISMATCHES > ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-DROP-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            STOP RUN.

       RELOAD-ONE-RECORD.
                MOVE MASTER-BACKUP-RECORD TO COVID-MASTER-RECORD
                PERFORM VERIFY-CHECK-DIGIT
                PERFORM VALIDATE-DOSE-DATES
                PERFORM VALIDATE-KEY-DATES
                IF RECORD-WAS-REPAIRED
                    ADD 1 TO WS-REPAIR-COUNT
                END-IF
            MOVE "REPAIRED - BAD DOSE DATE CLEARED" TO AD-ACTION
            WRITE RELOAD-REPORT-LINE FROM WS-ACTION-DETAIL.

      * the result and registration dates are alternate keys, so a
      * bad one would file the record out of place on its index and
      * the date-range readers would never find it
       VALIDATE-KEY-DATES.
            MOVE MASTER-RESULT-DATE TO WS-KEY-DATE
            PERFORM VALIDATE-ONE-KEY-DATE
            IF NOT KEY-DATE-VALID
                MOVE ZEROS TO MASTER-RESULT-DATE
                MOVE ZEROS TO MASTER-RESULT-TIME
                SET RECORD-WAS-REPAIRED TO TRUE
                MOVE MASTER-ID-NUMBER TO AD-ID-NUMBER
                MOVE "REPAIRED - BAD RESULT DATE CLEARED" TO AD-ACTION
                WRITE RELOAD-REPORT-LINE FROM WS-ACTION-DETAIL
            END-IF
            MOVE MASTER-REGISTERED-DATE TO WS-KEY-DATE
            PERFORM VALIDATE-ONE-KEY-DATE
            IF NOT KEY-DATE-VALID
                MOVE ZEROS TO MASTER-REGISTERED-DATE
                MOVE ZEROS TO MASTER-REGISTERED-TIME
                SET RECORD-WAS-REPAIRED TO TRUE
                MOVE MASTER-ID-NUMBER TO AD-ID-NUMBER
                MOVE "REPAIRED - BAD REGISTERED DATE CLEARED"
                    TO AD-ACTION
                WRITE RELOAD-REPORT-LINE FROM WS-ACTION-DETAIL
            END-IF.

       VALIDATE-ONE-KEY-DATE.
            MOVE "Y" TO WS-KEY-DATE-FLAG
            IF WS-KEY-DATE NOT NUMERIC
                MOVE "N" TO WS-KEY-DATE-FLAG
            ELSE
                IF WS-KEY-DATE NOT = ZERO
                    MOVE WS-KEY-DATE(5:2) TO WS-DOSE-MONTH
                    MOVE WS-KEY-DATE(7:2) TO WS-DOSE-DAY
                    IF WS-DOSE-MONTH < 1 OR WS-DOSE-MONTH > 12
                       OR WS-DOSE-DAY < 1 OR WS-DOSE-DAY > 31
                        MOVE "N" TO WS-KEY-DATE-FLAG
                    END-IF
                END-IF
            END-IF.

       WRITE-RELOADED-RECORD.
            WRITE COVID-MASTER-RECORD
                INVALID KEY
            MOVE "DROPPED - DUPLICATE COVID ID" TO AD-ACTION
            WRITE RELOAD-REPORT-LINE FROM WS-ACTION-DETAIL.

      * every record loaded must appear once on each alternate index;
      * a path holding more or fewer records means the rebuilt index
      * cannot be trusted and the run ends with return code 8
       VERIFY-ALTERNATE-KEYS.
            MOVE "RESULT DATE KEY" TO CL-LABEL
            MOVE "N" TO WS-MASTER-EOF-SWITCH
            MOVE ZEROS TO MASTER-RESULT-DATE
            START COVID-MASTER KEY NOT LESS THAN MASTER-RESULT-DATE
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM COUNT-KEY-PATH
            MOVE "REG DATE KEY" TO CL-LABEL
            MOVE "N" TO WS-MASTER-EOF-SWITCH
            MOVE ZEROS TO MASTER-REGISTERED-DATE
            START COVID-MASTER
                KEY NOT LESS THAN MASTER-REGISTERED-DATE
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM COUNT-KEY-PATH
            MOVE "SITE KEY" TO CL-LABEL
            MOVE "N" TO WS-MASTER-EOF-SWITCH
            MOVE LOW-VALUES TO MASTER-SITE-ID
            START COVID-MASTER KEY NOT LESS THAN MASTER-SITE-ID
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM COUNT-KEY-PATH.

       COUNT-KEY-PATH.
            MOVE ZERO TO WS-KEY-COUNT
            PERFORM UNTIL END-OF-MASTER-FILE
                READ COVID-MASTER NEXT RECORD
                    AT END SET END-OF-MASTER-FILE TO TRUE
                    NOT AT END ADD 1 TO WS-KEY-COUNT
                END-READ
            END-PERFORM
            MOVE WS-KEY-COUNT TO CL-COUNT
            WRITE RELOAD-REPORT-LINE FROM WS-COUNT-LINE
            IF WS-KEY-COUNT NOT = WS-RELOAD-COUNT
                ADD 1 TO WS-KEY-MISMATCHES
                MOVE ZEROS TO AD-ID-NUMBER
                MOVE "KEY COUNT DOES NOT MATCH RECORDS LOADED"
                    TO AD-ACTION
                WRITE RELOAD-REPORT-LINE FROM WS-ACTION-DETAIL
            END-IF.

           COPY CHKDGTPR.
           COPY AUDITPROC.
           COPY CTOTPROC.
