            MOVE PY-NAME TO WP-NAME(WS-PAYR-HIT)
            MOVE PY-REMIT-ADDRESS TO WP-REMIT-ADDRESS(WS-PAYR-HIT)
            MOVE PY-ACTIVE-FLAG TO WP-ACTIVE(WS-PAYR-HIT)
            MOVE PY-EFFECTIVE-DATE TO WP-EFF-DATE(WS-PAYR-HIT)
            MOVE PY-FILING-LIMIT TO WP-FILING-LIMIT(WS-PAYR-HIT).

       FIND-PAYER-BY-CODE.
            MOVE ZERO TO WS-PAYR-HIT
