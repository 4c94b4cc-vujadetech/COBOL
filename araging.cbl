            STOP RUN.

      * fully paid and written-off items carry no balance and stay
      * off the report; denied items, adjusted items still holding
      * a balance, and items placed with the collection agency are
      * money owed and age with the rest
       SELECT-AGING-ITEM.
            IF AR-STATUS = "O" OR "P" OR "D" OR "A" OR "C"
                ADD 1 TO WS-ITEM-COUNT
                MOVE AR-PAYER-CODE TO SR-PAYER-CODE
                MOVE AR-BILLED-DATE TO SR-BILLED-DATE
