                                  CPY-IH-ITEM-CODE BY IH-ITEM-CODE
                                  CPY-IH-QTY BY IH-QTY
                                  CPY-IH-UNIT-PRICE BY IH-UNIT-PRICE
                                  CPY-IH-EXTENDED BY IH-EXTENDED
                               CPY-IH-INVOICE-NO BY IH-INVOICE-NO
                                  CPY-IH-PERIOD BY IH-PERIOD.
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-SEL-FENTRY-ID PIC 9(5).
           01 WS-SEL-INVOICE-NO PIC 9(8).
           01 WS-FROM-DATE PIC 9(8).
           01 WS-TO-DATE PIC 9(8).
           01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
               05 WS-H-TO PIC 9(8).
               05 FILLER PIC X(5) VALUE "  ID:".
               05 WS-H-ID PIC 9(5).
               05 FILLER PIC X(6) VALUE "  INV:".
               05 WS-H-INVOICE PIC 9(8).
           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE "RUN DATE".
               05 FILLER PIC X(5) VALUE "TYPE".
               05 FILLER PIC X(8) VALUE "QTY".
               05 FILLER PIC X(13) VALUE "UNIT PRICE".
               05 FILLER PIC X(14) VALUE "EXTENDED".
               05 FILLER PIC X(8) VALUE "INVOICE".
           01 WS-CUST-HEADER-LINE.
               05 FILLER PIC X(9) VALUE "CUSTOMER ".
               05 WS-CH-ID PIC 9(5).
               05 WS-DR-PRICE PIC ZZZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DR-EXTENDED PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-INVOICE PIC X(8).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(19) VALUE
                   "LINES REPRINTED....".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER INVOICE NUMBER (0 FOR ALL INVOICES): ".
           ACCEPT WS-SEL-INVOICE-NO.
           IF WS-SEL-INVOICE-NO IS NOT NUMERIC
               MOVE ZERO TO WS-SEL-INVOICE-NO
           END-IF.
           IF WS-SEL-INVOICE-NO NOT = ZERO
               MOVE ZERO TO WS-SEL-FENTRY-ID
               MOVE ZERO TO WS-FROM-DATE
               MOVE 99999999 TO WS-TO-DATE
           ELSE
               PERFORM GET-RANGE-SELECTION
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
           MOVE WS-FROM-DATE TO WS-H-FROM.
           MOVE WS-TO-DATE TO WS-H-TO.
           MOVE WS-SEL-FENTRY-ID TO WS-H-ID.
           MOVE WS-SEL-INVOICE-NO TO WS-H-INVOICE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           PERFORM UNTIL WS-EOF = 'Y'
               " REPRINTED " WS-SELECTED-COUNT.
       STOP RUN.

       GET-RANGE-SELECTION.
           DISPLAY "ENTER FENTRY-ID (0 FOR ALL CUSTOMERS): ".
           ACCEPT WS-SEL-FENTRY-ID.
           IF WS-SEL-FENTRY-ID IS NOT NUMERIC
               MOVE ZERO TO WS-SEL-FENTRY-ID
           END-IF.
           DISPLAY "ENTER FROM DATE (YYYYMMDD, 00000000 FOR ALL): ".
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-FROM-DATE
           END-IF.
           DISPLAY "ENTER TO DATE (YYYYMMDD, 99999999 FOR ALL): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE IS NOT NUMERIC OR WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF.

       SELECT-ONE-LINE.
           IF WS-SEL-INVOICE-NO NOT = ZERO
               IF IH-INVOICE-NO IS NUMERIC
                   AND IH-INVOICE-NO = WS-SEL-INVOICE-NO
                   PERFORM REPRINT-ONE-LINE
               END-IF
           ELSE
               IF IH-RUN-DATE NOT LESS THAN WS-FROM-DATE
                   AND IH-RUN-DATE NOT GREATER THAN WS-TO-DATE
                   AND (WS-SEL-FENTRY-ID = ZERO
                       OR WS-SEL-FENTRY-ID = IH-FENTRY-ID)
                   PERFORM REPRINT-ONE-LINE
               END-IF
           END-IF.

       REPRINT-ONE-LINE.
           MOVE IH-QTY TO WS-DR-QTY.
           MOVE IH-UNIT-PRICE TO WS-DR-PRICE.
           MOVE IH-EXTENDED TO WS-DR-EXTENDED.
           MOVE IH-INVOICE-NO TO WS-DR-INVOICE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       WRITE-TOTALS.
