                                  CPY-IM-ITEM-CODE BY IM-ITEM-CODE
                                  CPY-IM-DESC BY IM-DESC
                                  CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
                                  CPY-IM-ACTIVE BY IM-ACTIVE
                                  CPY-IM-ON-HAND BY IM-ON-HAND
                                CPY-IM-REORDER-PT BY IM-REORDER-PT.
           FD AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUD-DATE PIC 9(8).
               05 AUD-BEFORE-PRICE PIC 9(7).99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-PRICE PIC 9(7).99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-REORDER PIC 9(7).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-REORDER PIC 9(7).
           FD OPERSEC.
           COPY OPERSEC REPLACING CPY-OPERSEC-RECORD BY OPERSEC-FILE
                                  CPY-OPER-ID BY OPER-ID
           01 WS-DESC PIC X(25).
           01 WS-UNIT-PRICE PIC 9(7)V99.
           01 WS-BEFORE-PRICE PIC 9(7)V99.
           01 WS-REORDER-PT PIC 9(7).
           01 WS-BEFORE-REORDER PIC 9(7).
           01 WS-ACTIVE PIC X(1).

       PROCEDURE DIVISION.
           MOVE WS-ITEM-CODE TO AUD-ITEM-CODE.
           MOVE WS-BEFORE-PRICE TO AUD-BEFORE-PRICE.
           MOVE WS-UNIT-PRICE TO AUD-AFTER-PRICE.
           MOVE WS-BEFORE-REORDER TO AUD-BEFORE-REORDER.
           MOVE WS-REORDER-PT TO AUD-AFTER-REORDER.
           WRITE AUDIT-RECORD.

       GET-ITEM-FIELDS.
           ACCEPT WS-DESC.
           DISPLAY "ENTER UNIT PRICE (DIGITS, PENNIES LAST): ".
           ACCEPT WS-UNIT-PRICE.
           DISPLAY "ENTER REORDER POINT (0 = NOT STOCK-CONTROLLED): ".
           ACCEPT WS-REORDER-PT.

      * ON-HAND IS NOT KEYED HERE. A NEW ITEM STARTS WITH NONE AND
      * STOCK ONLY MOVES THROUGH BILLING OR A STKMNT RECEIPT OR
      * COUNT CORRECTION, SO EVERY CHANGE IS ON AN AUDIT TRAIL.
      * ONLY AN ITEM WITH A REORDER POINT IS STOCK-CONTROLLED; MUL
      * REJECTS SALES OF ONE BEYOND ITS ON-HAND, SO THE OPENING
      * COUNT IS POSTED IN STKMNT BEFORE IT IS NEXT BILLED.
       ADD-ITEM.
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-ITEM-CODE.
           MOVE WS-DESC TO IM-DESC.
           MOVE WS-UNIT-PRICE TO IM-UNIT-PRICE.
           MOVE 'A' TO IM-ACTIVE.
           MOVE ZERO TO IM-ON-HAND.
           MOVE WS-REORDER-PT TO IM-REORDER-PT.
           WRITE ITEMMST-FILE
               INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-CODE " ALREADY EXISTS"
               NOT INVALID KEY
                   DISPLAY "ADDED " WS-ITEM-CODE
                   PERFORM WARN-NOW-STOCKED
                   MOVE 'A' TO WS-TRANS-CODE
                   MOVE ZERO TO WS-BEFORE-PRICE
                   MOVE ZERO TO WS-BEFORE-REORDER
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

                   DISPLAY "ITEM " WS-ITEM-CODE " NOT FOUND"
               NOT INVALID KEY
                   MOVE IM-UNIT-PRICE TO WS-BEFORE-PRICE
                   MOVE IM-REORDER-PT TO WS-BEFORE-REORDER
                   DISPLAY "ON HAND: " IM-ON-HAND
                       "  REORDER POINT: " IM-REORDER-PT
                   PERFORM GET-ITEM-FIELDS
                   MOVE WS-DESC TO IM-DESC
                   MOVE WS-UNIT-PRICE TO IM-UNIT-PRICE
                   MOVE WS-REORDER-PT TO IM-REORDER-PT
                   MOVE 'A' TO IM-ACTIVE
                   REWRITE ITEMMST-FILE
                       INVALID KEY
                               WS-ITEM-CODE
                       NOT INVALID KEY
                           DISPLAY "CHANGED " WS-ITEM-CODE
                           PERFORM WARN-NOW-STOCKED
                           MOVE 'C' TO WS-TRANS-CODE
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       WARN-NOW-STOCKED.
           IF WS-REORDER-PT GREATER THAN ZERO
               AND IM-ON-HAND = ZERO
               DISPLAY "NOTE - STOCK-CONTROLLED WITH NONE ON HAND; "
                   "POST THE COUNT IN STKMNT BEFORE IT IS BILLED"
           END-IF.

       INACTIVATE-ITEM.
           DISPLAY "ENTER ITEM CODE TO INACTIVATE: ".
           ACCEPT WS-ITEM-CODE.
                   ELSE
                       MOVE IM-UNIT-PRICE TO WS-BEFORE-PRICE
                       MOVE IM-UNIT-PRICE TO WS-UNIT-PRICE
                       MOVE IM-REORDER-PT TO WS-BEFORE-REORDER
                       MOVE IM-REORDER-PT TO WS-REORDER-PT
                       MOVE 'I' TO IM-ACTIVE
                       REWRITE ITEMMST-FILE
                           INVALID KEY
