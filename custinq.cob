                               CPY-CD-CREDIT-LIMIT BY CD-CREDIT-LIMIT
                               CPY-CD-CURR-BALANCE BY CD-CURR-BALANCE
                                  CPY-CD-TAX-CODE BY CD-TAX-CODE
                                CPY-CD-HOLD-FLAG BY CD-HOLD-FLAG
                                CPY-CD-DUN-STAGE BY CD-DUN-STAGE
                                  CPY-CD-DUN-DATE BY CD-DUN-DATE
                                  CPY-CD-REP-CODE BY CD-REP-CODE.
           FD AUDIT-FILE.
           COPY FENTAUD REPLACING CPY-AUDIT-RECORD BY AUDIT-RECORD
                                  CPY-AUD-DATE BY AUD-DATE
                                  CPY-IH-ITEM-CODE BY IH-ITEM-CODE
                                  CPY-IH-QTY BY IH-QTY
                                  CPY-IH-UNIT-PRICE BY IH-UNIT-PRICE
                                  CPY-IH-EXTENDED BY IH-EXTENDED
                               CPY-IH-INVOICE-NO BY IH-INVOICE-NO
                                  CPY-IH-PERIOD BY IH-PERIOD.

           WORKING-STORAGE SECTION.
           01 WS-FENTRY-STATUS PIC X(2).
                   10 WS-IV-ITEM PIC X(8).
                   10 WS-IV-QTY PIC 9(5).
                   10 WS-IV-EXTENDED PIC S9(9)V99.
                   10 WS-IV-INVOICE PIC X(8).
           01 WS-SEL-INVOICE-NO PIC 9(8).
           01 WS-SEL-LINE-COUNT PIC 9(5).
           01 WS-SEL-TOTAL PIC S9(11)V99.
           01 WS-MASTER-LINE.
               05 WS-ML-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-MY-AMOUNT PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-MY-FLAG PIC X(14).
           01 WS-DUN-LINE.
               05 FILLER PIC X(18) VALUE "COLLECTION STAGE: ".
               05 WS-DN-STAGE PIC X(17).
               05 WS-DN-SENT-TEXT PIC X(6).
               05 WS-DN-DATE PIC X(8).
           01 WS-AUD-LINE.
               05 WS-AD-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-IL-QTY PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-IL-EXTENDED PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-IL-INVOICE PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
                       DISPLAY CD-ADDR-1
                       DISPLAY CD-ADDR-2
                       DISPLAY CD-PHONE "  TAX CODE: " CD-TAX-CODE
                       IF CD-REP-CODE = SPACES
                           DISPLAY "SALES REP: UNASSIGNED"
                       ELSE
                           DISPLAY "SALES REP: " CD-REP-CODE
                       END-IF
                       MOVE "CREDIT LIMIT...." TO WS-MY-TEXT
                       MOVE CD-CREDIT-LIMIT TO WS-MY-AMOUNT
                       MOVE SPACES TO WS-MY-FLAG
                           MOVE "*CREDIT HOLD*" TO WS-MY-FLAG
                       END-IF
                       DISPLAY WS-MONEY-LINE
                       PERFORM SHOW-COLLECTION-STAGE
               END-READ
           END-IF.

       SHOW-COLLECTION-STAGE.
           MOVE SPACES TO WS-DN-SENT-TEXT.
           MOVE SPACES TO WS-DN-DATE.
           EVALUATE CD-DUN-STAGE
               WHEN 1 MOVE "FRIENDLY REMINDER" TO WS-DN-STAGE
               WHEN 2 MOVE "FIRM NOTICE" TO WS-DN-STAGE
               WHEN 3 MOVE "FINAL DEMAND" TO WS-DN-STAGE
               WHEN OTHER MOVE "NONE" TO WS-DN-STAGE
           END-EVALUATE.
           IF CD-DUN-STAGE = 1 OR CD-DUN-STAGE = 2
               OR CD-DUN-STAGE = 3
               MOVE " SENT " TO WS-DN-SENT-TEXT
               MOVE CD-DUN-DATE TO WS-DN-DATE
           END-IF.
           DISPLAY WS-DUN-LINE.

       SHOW-RECENT-AUDIT.
           MOVE ZERO TO WS-AUD-USED.
           OPEN INPUT AUDIT-FILE.
                   PERFORM SHOW-ONE-INVOICE
                       VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB GREATER THAN WS-INV-USED
                   PERFORM SELECT-ONE-INVOICE
               ELSE
                   DISPLAY "NO BILLING ON THE INVOICE HISTORY"
               END-IF
           MOVE IH-ITEM-CODE TO WS-IV-ITEM (WS-INV-USED).
           MOVE IH-QTY TO WS-IV-QTY (WS-INV-USED).
           MOVE IH-EXTENDED TO WS-IV-EXTENDED (WS-INV-USED).
           MOVE IH-INVOICE-NO TO WS-IV-INVOICE (WS-INV-USED).

       SHOW-ONE-INVOICE.
           MOVE WS-IV-DATE (WS-INV-SUB) TO WS-IL-DATE.
           MOVE WS-IV-ITEM (WS-INV-SUB) TO WS-IL-ITEM.
           MOVE WS-IV-QTY (WS-INV-SUB) TO WS-IL-QTY.
           MOVE WS-IV-EXTENDED (WS-INV-SUB) TO WS-IL-EXTENDED.
           MOVE WS-IV-INVOICE (WS-INV-SUB) TO WS-IL-INVOICE.
           DISPLAY WS-INV-LINE.

      * THE RECENT-BILLING LIST SHOWS ONLY THE LAST FEW LINES, SO
      * THE OPERATOR CAN NAME AN INVOICE NUMBER TO SEE ALL OF IT.
       SELECT-ONE-INVOICE.
           DISPLAY "ENTER INVOICE NUMBER TO VIEW (0 TO SKIP): ".
           ACCEPT WS-SEL-INVOICE-NO.
           IF WS-SEL-INVOICE-NO IS NUMERIC
               AND WS-SEL-INVOICE-NO NOT = ZERO
               PERFORM SHOW-INVOICE-LINES
           END-IF.

       SHOW-INVOICE-LINES.
           MOVE ZERO TO WS-SEL-LINE-COUNT.
           MOVE ZERO TO WS-SEL-TOTAL.
           OPEN INPUT INV-HISTORY.
           IF WS-INVHIST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INV-HISTORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF IH-FENTRY-ID = WS-INQ-ID
                               AND IH-INVOICE-NO IS NUMERIC
                               AND IH-INVOICE-NO = WS-SEL-INVOICE-NO
                               PERFORM SHOW-ONE-INVOICE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INV-HISTORY
           END-IF.
           IF WS-SEL-LINE-COUNT = ZERO
               DISPLAY "INVOICE " WS-SEL-INVOICE-NO
                   " NOT ON FILE FOR THIS CUSTOMER"
           ELSE
               MOVE "INVOICE NET....." TO WS-MY-TEXT
               MOVE WS-SEL-TOTAL TO WS-MY-AMOUNT
               MOVE SPACES TO WS-MY-FLAG
               DISPLAY WS-MONEY-LINE
           END-IF.

       SHOW-ONE-INVOICE-LINE.
           IF WS-SEL-LINE-COUNT = ZERO
               DISPLAY "INVOICE " WS-SEL-INVOICE-NO ":"
           END-IF.
           ADD 1 TO WS-SEL-LINE-COUNT.
           ADD IH-EXTENDED TO WS-SEL-TOTAL.
           MOVE IH-RUN-DATE TO WS-IL-DATE.
           MOVE IH-TYPE TO WS-IL-TYPE.
           MOVE IH-ITEM-CODE TO WS-IL-ITEM.
           MOVE IH-QTY TO WS-IL-QTY.
           MOVE IH-EXTENDED TO WS-IL-EXTENDED.
           MOVE IH-INVOICE-NO TO WS-IL-INVOICE.
           DISPLAY WS-INV-LINE.
