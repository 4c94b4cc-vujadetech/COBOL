      ******************************************************************
      * Author:
      * Date:
      * Purpose: Audit-log chain verification - walks the audit
      *          archive and then the live AUDIT.LOG as one stream,
      *          the order AUDITRPT's rotation keeps them in, and
      *          checks every record's sequence number and chained
      *          check value against the record before it. Gaps in
      *          the sequence, records out of sequence or out of time
      *          order, unchained records after the chain has started
      *          and check values that do not recompute are listed on
      *          the verification report, and the run ends with
      *          return code 8 when any are found. Records written
      *          before the chain was introduced are counted but not
      *          checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITSEL.
           SELECT OPTIONAL AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVERFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITFD.

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD    PIC X(112).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-AUDIT-FILE VALUE "Y".
       01  WS-ARCH-FILE-STATUS PIC XX VALUE "00".
           88 ARCH-FILE-OK     VALUE "00".
       01  WS-CHAIN-STARTED    PIC X VALUE "N".
           88 CHAIN-HAS-STARTED VALUE "Y".
       01  WS-SOURCE-NAME      PIC X(7) VALUE SPACES.
       01  WS-FILE-RECORD-NO   PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-SEQUENCE   PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-CHAIN      PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-STAMP      PIC 9(14) VALUE ZERO.
       01  WS-EXPECTED-SEQUENCE PIC 9(9) VALUE ZERO.
       01  WS-MISSING-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-LIVE-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-UNCHAINED-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-VERIFIED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-TEXT   PIC X(30) VALUE SPACES.

       01  WS-VERIFY-RECORD.
           05 VR-STAMP.
              10 VR-DATE       PIC 9(8).
              10 FILLER        PIC X.
              10 VR-TIME       PIC 9(6).
           05 FILLER           PIC X.
           05 VR-PROGRAM-NAME  PIC X(20).
           05 FILLER           PIC X.
           05 VR-KEY-VALUE     PIC X(20).
           05 FILLER           PIC X.
           05 VR-OUTCOME       PIC X(30).
           05 FILLER           PIC X.
           05 VR-OPERATOR-ID   PIC X(3).
           05 FILLER           PIC X.
           05 VR-SEQUENCE-AREA PIC X(9).
           05 VR-SEQUENCE-NO REDEFINES VR-SEQUENCE-AREA PIC 9(9).
           05 FILLER           PIC X.
           05 VR-CHAIN-VALUE   PIC 9(9).
       01  WS-RECORD-STAMP.
           05 WS-STAMP-DATE    PIC 9(8).
           05 WS-STAMP-TIME    PIC 9(6).
       01  WS-RECORD-STAMP-N REDEFINES WS-RECORD-STAMP PIC 9(14).

       01  WS-REPORT-HEADING   PIC X(60) VALUE
           "*** AUDIT LOG CHAIN VERIFICATION ***".

       01  WS-COLUMN-HEADING.
           05 FILLER           PIC X(45) VALUE
              "SOURCE   REC NO  SEQUENCE DATE     TIME   PRO".
           05 FILLER           PIC X(40) VALUE
              "GRAM              EXCEPTION".

       01  WS-EXCEPTION-LINE.
           05 XL-SOURCE        PIC X(7).
           05 FILLER           PIC X     VALUE SPACE.
           05 XL-RECORD-NO     PIC ZZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACE.
           05 XL-SEQUENCE      PIC X(9).
           05 FILLER           PIC X     VALUE SPACE.
           05 XL-DATE          PIC X(8).
           05 FILLER           PIC X     VALUE SPACE.
           05 XL-TIME          PIC X(6).
           05 FILLER           PIC X     VALUE SPACE.
           05 XL-PROGRAM       PIC X(20).
           05 FILLER           PIC X     VALUE SPACE.
           05 XL-EXCEPTION     PIC X(30).

       01  WS-COUNT-LINE.
           05 FILLER           PIC X(4)  VALUE "*** ".
           05 CL-LABEL         PIC X(34).
           05 CL-COUNT         PIC ZZZZZ9.

       01  WS-RESULT-LINE      PIC X(60) VALUE SPACES.

           COPY AUDITWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "AUDIT-LOG-VERIFY" TO WS-AUDIT-PROGRAM-NAME
            PERFORM OPEN-AUDIT-LOG
            MOVE SPACES TO WS-AUDIT-KEY-VALUE
            MOVE "RUN STARTED" TO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM CLOSE-AUDIT-LOG
            OPEN OUTPUT VERIFY-REPORT-FILE
            WRITE VERIFY-REPORT-LINE FROM WS-REPORT-HEADING
            WRITE VERIFY-REPORT-LINE FROM WS-COLUMN-HEADING
            PERFORM VERIFY-AUDIT-ARCHIVE
            PERFORM VERIFY-LIVE-AUDIT-LOG
            PERFORM WRITE-VERIFY-COUNTS
            CLOSE VERIFY-REPORT-FILE
            DISPLAY WS-ARCHIVE-COUNT " archive and " WS-LIVE-COUNT
                " live audit record(s) read, " WS-EXCEPTION-COUNT
                " exception(s)."
            IF WS-EXCEPTION-COUNT > ZERO
                DISPLAY "*** AUDIT LOG CHAIN BROKEN - SEE AUDVERFY.RPT "
                    "***"
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM OPEN-AUDIT-LOG
            MOVE WS-VERIFIED-COUNT TO WS-AUDIT-KEY-VALUE
            STRING "COMPLETED, " WS-EXCEPTION-COUNT " EXCEPTIONS"
                DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-AUDIT-RUN-ENDED
            PERFORM CLOSE-AUDIT-LOG
            STOP RUN.

      * the archive holds the older days in the order they were
      * rolled off, so it is walked first and the live log carries
      * on the same chain
       VERIFY-AUDIT-ARCHIVE.
            MOVE "ARCHIVE" TO WS-SOURCE-NAME
            MOVE ZERO TO WS-FILE-RECORD-NO
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT AUDIT-ARCHIVE-FILE
            IF ARCH-FILE-OK
                PERFORM UNTIL END-OF-AUDIT-FILE
                    READ AUDIT-ARCHIVE-FILE
                        AT END SET END-OF-AUDIT-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-ARCHIVE-COUNT
                            MOVE AUDIT-ARCHIVE-RECORD
                                TO WS-VERIFY-RECORD
                            PERFORM VERIFY-ONE-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE AUDIT-ARCHIVE-FILE.

       VERIFY-LIVE-AUDIT-LOG.
            MOVE "LIVE" TO WS-SOURCE-NAME
            MOVE ZERO TO WS-FILE-RECORD-NO
            MOVE "N" TO WS-EOF-SWITCH
            OPEN INPUT AUDIT-LOG-FILE
            IF AUDIT-FILE-OK
                PERFORM UNTIL END-OF-AUDIT-FILE
                    READ AUDIT-LOG-FILE
                        AT END SET END-OF-AUDIT-FILE TO TRUE
                        NOT AT END
                            ADD 1 TO WS-LIVE-COUNT
                            MOVE AUDIT-LOG-RECORD TO WS-VERIFY-RECORD
                            PERFORM VERIFY-ONE-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE AUDIT-LOG-FILE
            MOVE "00" TO WS-AUDIT-FILE-STATUS.

       VERIFY-ONE-RECORD.
            ADD 1 TO WS-FILE-RECORD-NO
            MOVE VR-DATE TO WS-STAMP-DATE
            MOVE VR-TIME TO WS-STAMP-TIME
            IF WS-RECORD-STAMP-N < WS-PRIOR-STAMP
                MOVE "TIME EARLIER THAN PRIOR RECORD"
                    TO WS-EXCEPTION-TEXT
                PERFORM WRITE-EXCEPTION-LINE
            END-IF
            MOVE WS-RECORD-STAMP-N TO WS-PRIOR-STAMP
            IF VR-SEQUENCE-AREA IS NUMERIC
               AND VR-CHAIN-VALUE IS NUMERIC
                SET CHAIN-HAS-STARTED TO TRUE
                PERFORM CHECK-SEQUENCE-AND-CHAIN
            ELSE
                IF CHAIN-HAS-STARTED
                    MOVE "UNCHAINED RECORD IN CHAIN"
                        TO WS-EXCEPTION-TEXT
                    PERFORM WRITE-EXCEPTION-LINE
                ELSE
                    ADD 1 TO WS-UNCHAINED-COUNT
                END-IF
            END-IF.

      * after a gap or a record out of sequence the chain is picked up
      * again from the record in hand, so one removed or re-ordered
      * line is reported once rather than on every record after it
       CHECK-SEQUENCE-AND-CHAIN.
            COMPUTE WS-EXPECTED-SEQUENCE = WS-PRIOR-SEQUENCE + 1
            EVALUATE TRUE
                WHEN VR-SEQUENCE-NO = WS-EXPECTED-SEQUENCE
                    MOVE WS-VERIFY-RECORD(1:102)
                        TO WS-AUDIT-CHAIN-DATA
                    MOVE WS-PRIOR-CHAIN TO WS-AUDIT-CHAIN-PRIOR
                    PERFORM COMPUTE-AUDIT-CHAIN
                    IF WS-AUDIT-CHAIN-RESULT = VR-CHAIN-VALUE
                        ADD 1 TO WS-VERIFIED-COUNT
                    ELSE
                        MOVE "CHECK VALUE DOES NOT MATCH"
                            TO WS-EXCEPTION-TEXT
                        PERFORM WRITE-EXCEPTION-LINE
                    END-IF
                WHEN VR-SEQUENCE-NO > WS-EXPECTED-SEQUENCE
                    COMPUTE WS-MISSING-COUNT =
                        VR-SEQUENCE-NO - WS-EXPECTED-SEQUENCE
                    MOVE SPACES TO WS-EXCEPTION-TEXT
                    STRING "SEQUENCE GAP " WS-MISSING-COUNT
                        " MISSING" DELIMITED BY SIZE
                        INTO WS-EXCEPTION-TEXT
                    PERFORM WRITE-EXCEPTION-LINE
                WHEN OTHER
                    MOVE SPACES TO WS-EXCEPTION-TEXT
                    STRING "OUT OF SEQUENCE, EXP "
                        WS-EXPECTED-SEQUENCE
                        DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                    PERFORM WRITE-EXCEPTION-LINE
            END-EVALUATE
            MOVE VR-SEQUENCE-NO TO WS-PRIOR-SEQUENCE
            MOVE VR-CHAIN-VALUE TO WS-PRIOR-CHAIN.

       WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE WS-SOURCE-NAME TO XL-SOURCE
            MOVE WS-FILE-RECORD-NO TO XL-RECORD-NO
            MOVE VR-SEQUENCE-AREA TO XL-SEQUENCE
            MOVE VR-STAMP(1:8) TO XL-DATE
            MOVE VR-STAMP(10:6) TO XL-TIME
            MOVE VR-PROGRAM-NAME TO XL-PROGRAM
            MOVE WS-EXCEPTION-TEXT TO XL-EXCEPTION
            WRITE VERIFY-REPORT-LINE FROM WS-EXCEPTION-LINE.

       WRITE-VERIFY-COUNTS.
            MOVE SPACES TO VERIFY-REPORT-LINE
            WRITE VERIFY-REPORT-LINE
            MOVE "ARCHIVE RECORDS READ" TO CL-LABEL
            MOVE WS-ARCHIVE-COUNT TO CL-COUNT
            WRITE VERIFY-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "LIVE LOG RECORDS READ" TO CL-LABEL
            MOVE WS-LIVE-COUNT TO CL-COUNT
            WRITE VERIFY-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "RECORDS WRITTEN BEFORE CHAINING" TO CL-LABEL
            MOVE WS-UNCHAINED-COUNT TO CL-COUNT
            WRITE VERIFY-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "CHAINED RECORDS VERIFIED" TO CL-LABEL
            MOVE WS-VERIFIED-COUNT TO CL-COUNT
            WRITE VERIFY-REPORT-LINE FROM WS-COUNT-LINE
            MOVE "EXCEPTIONS" TO CL-LABEL
            MOVE WS-EXCEPTION-COUNT TO CL-COUNT
            WRITE VERIFY-REPORT-LINE FROM WS-COUNT-LINE
            IF WS-EXCEPTION-COUNT = ZERO
                MOVE "*** AUDIT LOG CHAIN INTACT ***" TO WS-RESULT-LINE
            ELSE
                MOVE "*** AUDIT LOG CHAIN BROKEN ***" TO WS-RESULT-LINE
            END-IF
            WRITE VERIFY-REPORT-LINE FROM WS-RESULT-LINE.

           COPY AUDITPROC.

       END PROGRAM AUDVERFY.
