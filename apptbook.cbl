      *          for the next run. After booking, the morning
      *          expected-arrivals roster is printed per site so the
      *          front desk can check patients in against it.
      *          Days a site is closed on the site closure file are
      *          never booked; the search moves on to the next open
      *          day with room.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY COVMSTSEL.
           COPY VIDTSEL.
           COPY SITESEL.
           COPY SCLSSEL.
           SELECT ARRIVALS-ROSTER-FILE ASSIGN TO "ARRIVALS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY AUDITSEL.
           COPY COVMSTFD.
           COPY VIDTFD.
           COPY SITEFD.
           COPY SCLSFD.

       FD  ARRIVALS-ROSTER-FILE.
       01  ARRIVALS-ROSTER-LINE    PIC X(60).

           COPY VIDTWS.
           COPY SITEWS.
           COPY SCLSWS.
           COPY AUDITWS.
           COPY CTOTWS.

                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM LOAD-VID-TYPE-TABLE
            PERFORM LOAD-SITE-TABLE
            PERFORM LOAD-CLOSURE-TABLE
            PERFORM LOAD-APPOINTMENTS
            IF APPT-TABLE-OVERFLOWED
                DISPLAY "*** appointment table full - run "

      * the earliest bookable day is the dose due date (last dose
      * plus the type's interval) or today for an overdue dose; a day
      * at the site's capacity or closed for the day pushes the
      * booking forward, up to the booking window, after which the
      * request is carried forward
       FIND-OPEN-DAY.
            MOVE "N" TO WS-BOOKED-FLAG
            MOVE RQ-TYPE-CODE TO WS-VIDT-LOOKUP-CODE
                       OR REQUEST-WAS-BOOKED
                MOVE FUNCTION DATE-OF-INTEGER(WS-TRY-DAY-NO)
                    TO WS-TRY-DATE
                MOVE WS-SITE-LOOKUP-ID TO WS-SCLS-LOOKUP-ID
                MOVE WS-TRY-DATE TO WS-SCLS-LOOKUP-DATE
                PERFORM CHECK-SITE-CLOSED
                IF SITE-DAY-CLOSED
                    ADD 1 TO WS-TRY-DAY-NO
                ELSE
                    PERFORM COUNT-DAY-BOOKINGS
                    IF WS-DAY-BOOKINGS < SITE-CAPACITY(WS-SITE-HIT)
                        SET REQUEST-WAS-BOOKED TO TRUE
                    ELSE
                        ADD 1 TO WS-TRY-DAY-NO
                    END-IF
                END-IF
            END-PERFORM.


           COPY VIDTLOAD.
           COPY SITELOAD.
           COPY SCLSLOAD.
           COPY AUDITPROC.
           COPY CTOTPROC.

