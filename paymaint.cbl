      * Date:
      * Purpose: Payer master maintenance - operator function
      *          dispatched from OPERATOR-MENU to add insurance payers
      *          or deactivate retired ones without a recompile. Each
      *          payer carries its timely-filing limit in days from the
      *          date of service for the timely-filing report. The
      *          payer file is append-only the same way VIDTYPE.DAT
      *          is: every change is a new record carrying the
      *          operator's initials and the change date, and the
       01  WS-ENTRY-NAME       PIC X(30) VALUE SPACES.
       01  WS-ENTRY-REMIT      PIC X(30) VALUE SPACES.
       01  WS-ENTRY-EFF-DATE   PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-FILING-LIMIT PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-INITS   PIC X(3) VALUE SPACES.
       01  WS-CHANGE-COUNT     PIC 9(4) VALUE ZERO.


       SHOW-PAYER-TABLE.
            DISPLAY " "
            DISPLAY "CODE  ACTIVE  EFFECTIVE  LIMIT  NAME"
            PERFORM VARYING WS-PAYR-SUB FROM 1 BY 1
                    UNTIL WS-PAYR-SUB > WS-PAYER-COUNT
                DISPLAY " " WP-CODE(WS-PAYR-SUB)
                    "    " WP-ACTIVE(WS-PAYR-SUB)
                    "    " WP-EFF-DATE(WS-PAYR-SUB)
                    "   " WP-FILING-LIMIT(WS-PAYR-SUB)
                    "    " WP-NAME(WS-PAYR-SUB)
            END-PERFORM.

       ACCEPT-MAINT-CHOICE.
            ACCEPT WS-ENTRY-REMIT
            DISPLAY "effective date (YYYYMMDD): " WITH NO ADVANCING
            ACCEPT WS-ENTRY-EFF-DATE
            DISPLAY "timely-filing limit, days from service: "
                WITH NO ADVANCING
            ACCEPT WS-ENTRY-FILING-LIMIT
            PERFORM ACCEPT-OPERATOR-INITIALS
            MOVE SPACES TO PAYER-MASTER-RECORD
            MOVE WS-ENTRY-CODE TO PY-CODE
            MOVE WS-ENTRY-REMIT TO PY-REMIT-ADDRESS
            SET PY-IS-ACTIVE TO TRUE
            MOVE WS-ENTRY-EFF-DATE TO PY-EFFECTIVE-DATE
            MOVE WS-ENTRY-FILING-LIMIT TO PY-FILING-LIMIT
            PERFORM APPEND-PAYER-RECORD
            STRING "PAYER " WS-ENTRY-CODE " ADDED BY "
                WS-OPERATOR-INITS
                MOVE WP-NAME(WS-PAYR-HIT) TO PY-NAME
                MOVE WP-REMIT-ADDRESS(WS-PAYR-HIT)
                    TO PY-REMIT-ADDRESS
                MOVE WP-FILING-LIMIT(WS-PAYR-HIT) TO PY-FILING-LIMIT
                SET PY-IS-INACTIVE TO TRUE
                MOVE FUNCTION CURRENT-DATE(1:8)
                    TO PY-EFFECTIVE-DATE
