      *          master the lot run posts receipts into and COVIDREG
      *          relieves dose by dose, and reports every lot's doses
      *          received, on hand and expiry date, flagging low-stock
      *          and quarantined lots and lots expired or nearing
      *          expiry so ordering stops being guesswork. The
      *          low-stock level (default 10 doses) and near-expiry
      *          window (default 30 days) can be overridden by the
      *          optional INVPARM file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            EVALUATE TRUE
                WHEN INV-QUARANTINED
                    MOVE "QUARANTINE" TO SD-STOCK-FLAG
                WHEN INV-DOSES-ON-HAND < WS-LOW-STOCK-LEVEL
                    MOVE "LOW STOCK" TO SD-STOCK-FLAG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF SD-EXPIRY-FLAG NOT = SPACES
               OR SD-STOCK-FLAG NOT = SPACES
                ADD 1 TO WS-FLAGGED-COUNT
