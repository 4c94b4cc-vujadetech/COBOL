      * Purpose: Nightly COVID-MASTER unload - copies every record in
      *          the master index to a flat sequential backup file so
      *          the registration history survives a corrupted index.
      *          COVRELD rebuilds the index from this backup. After
      *          the unload each alternate index (result date,
      *          registration date, site) is walked end to end and its
      *          record count checked against the unload count, so a
      *          damaged alternate index is caught the night it breaks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY COVMSTFD.

       FD  MASTER-BACKUP-FILE.
       01  MASTER-BACKUP-RECORD    PIC X(179).

           COPY AUDITFD.
           COPY CTOTFD.
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01  WS-UNLOAD-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-KEY-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-KEY-MISMATCHES   PIC 9 VALUE ZERO.
       01  WS-KEY-NAME         PIC X(17) VALUE SPACES.

           COPY AUDITWS.
           COPY CTOTWS.
            OPEN INPUT COVID-MASTER
            OPEN OUTPUT MASTER-BACKUP-FILE
            PERFORM UNLOAD-COVID-MASTER
            PERFORM VERIFY-ALTERNATE-KEYS
            CLOSE COVID-MASTER
            CLOSE MASTER-BACKUP-FILE
            DISPLAY WS-UNLOAD-COUNT " master record(s) unloaded, "
                WS-KEY-MISMATCHES " alternate key(s) out of step."
            MOVE WS-UNLOAD-COUNT TO WS-AUDIT-KEY-VALUE
            IF WS-KEY-MISMATCHES > ZERO
                STRING "COMPLETED, " WS-KEY-MISMATCHES " KEY MISMATCH"
                    DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            ELSE
                MOVE "COMPLETED" TO WS-AUDIT-OUTCOME
            END-IF
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            MOVE "COVID-MASTER-UNLD" TO WS-CTOT-PROGRAM-NAME
            PERFORM OPEN-CONTROL-TOTALS
            PERFORM WRITE-CONTROL-TOTAL
            PERFORM CLOSE-CONTROL-TOTALS
            IF WS-KEY-MISMATCHES > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       UNLOAD-COVID-MASTER.
                END-READ
            END-PERFORM.

      * every record must appear once on each alternate index; a
      * path holding more or fewer records than the prime index means
      * that index needs rebuilding through COVRELD
       VERIFY-ALTERNATE-KEYS.
            MOVE "RESULT DATE" TO WS-KEY-NAME
            MOVE "N" TO WS-MASTER-EOF-SWITCH
            MOVE ZEROS TO MASTER-RESULT-DATE
            START COVID-MASTER KEY NOT LESS THAN MASTER-RESULT-DATE
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM COUNT-KEY-PATH
            MOVE "REGISTRATION DATE" TO WS-KEY-NAME
            MOVE "N" TO WS-MASTER-EOF-SWITCH
            MOVE ZEROS TO MASTER-REGISTERED-DATE
            START COVID-MASTER
                KEY NOT LESS THAN MASTER-REGISTERED-DATE
                INVALID KEY SET END-OF-MASTER-FILE TO TRUE
            END-START
            PERFORM COUNT-KEY-PATH
            MOVE "SITE" TO WS-KEY-NAME
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
            IF WS-KEY-COUNT NOT = WS-UNLOAD-COUNT
                ADD 1 TO WS-KEY-MISMATCHES
                DISPLAY "*** " WS-KEY-NAME " key holds "
                    WS-KEY-COUNT " record(s), master holds "
                    WS-UNLOAD-COUNT " ***"
            END-IF.

           COPY AUDITPROC.
           COPY CTOTPROC.

