      *          date across. Both sides of every transfer are
      *          journaled with before/after images, and a register
      *          reports each transfer and each reject (unknown lot
      *          at the sender, insufficient stock, lot on cold-chain
      *          quarantine at either site), so the courier run that
      *          fixes a shortage is finally on the books.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 FROM-RECORD-FOUND VALUE "Y".
       01  WS-TO-FOUND         PIC X VALUE "N".
           88 TO-RECORD-FOUND  VALUE "Y".
       01  WS-TO-QUARANTINE    PIC X VALUE "N".
           88 TO-LOT-QUARANTINED VALUE "Y".
       01  WS-IO-ERROR-FLAG    PIC X VALUE "N".
           88 IO-ERROR-OCCURRED VALUE "Y".
       01  WS-XFER-COUNT       PIC 9(6) VALUE ZERO.
            MOVE XF-FROM-SITE TO RG-FROM-SITE
            MOVE XF-TO-SITE TO RG-TO-SITE
            MOVE XF-QUANTITY TO RG-QUANTITY
            PERFORM CHECK-RECEIVING-RECORD
            PERFORM READ-SENDING-RECORD
            EVALUATE TRUE
                WHEN NOT FROM-RECORD-FOUND
                WHEN XF-QUANTITY = ZERO
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "ZERO QUANTITY" TO RG-DISPOSITION
                WHEN INV-QUARANTINED
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "LOT QUARANTINED" TO RG-DISPOSITION
                    DISPLAY "*** lot " XF-LOT-NUMBER " is on "
                        "quarantine at site " XF-FROM-SITE
                        ", transfer refused ***"
                WHEN TO-LOT-QUARANTINED
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE "RECEIVER QUARANTINED" TO RG-DISPOSITION
                    DISPLAY "*** lot " XF-LOT-NUMBER " is on "
                        "quarantine at site " XF-TO-SITE
                        ", transfer refused ***"
                WHEN OTHER
                    PERFORM RELIEVE-SENDING-SITE
                    PERFORM RECEIVE-AT-TO-SITE
            END-EVALUATE
            WRITE TRANSFER-REGISTER-LINE FROM WS-REGISTER-DETAIL.

      * the receiving site's copy of the lot is looked at first, so
      * the record area holds the sending site's copy for the edits;
      * doses are never moved into a lot held on quarantine
       CHECK-RECEIVING-RECORD.
            MOVE "N" TO WS-TO-QUARANTINE
            MOVE XF-TO-SITE TO INV-SITE-ID
            MOVE XF-LOT-NUMBER TO INV-LOT-NUMBER
            READ LOT-INVENTORY-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF INV-QUARANTINED
                        SET TO-LOT-QUARANTINED TO TRUE
                    END-IF
            END-READ.

       READ-SENDING-RECORD.
            MOVE "N" TO WS-FROM-FOUND
            MOVE XF-FROM-SITE TO INV-SITE-ID
                MOVE XF-QUANTITY TO INV-DOSES-RECEIVED
                MOVE XF-QUANTITY TO INV-DOSES-ON-HAND
                MOVE WS-FROM-EXPIRY TO INV-EXPIRY-DATE
                MOVE SPACE TO INV-QUARANTINE-FLAG
                MOVE "WRITE" TO WS-LJRN-ACTION
                WRITE LOT-INVENTORY-RECORD
                    INVALID KEY
