               SELECT CASH-HISTORY ASSIGN TO 'cashhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHHIST-STATUS.
               SELECT OPEN-ITEM ASSIGN TO 'openitem.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               ALTERNATE RECORD KEY IS OI-FENTRY-ID WITH DUPLICATES
               FILE STATUS IS WS-OPENITEM-STATUS.
               SELECT STATEMENT-FILE ASSIGN TO 'custstmt.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROL-FILE ASSIGN TO 'control.dat'
                               CPY-CD-CREDIT-LIMIT BY CD-CREDIT-LIMIT
                               CPY-CD-CURR-BALANCE BY CD-CURR-BALANCE
                                  CPY-CD-TAX-CODE BY CD-TAX-CODE
                                CPY-CD-HOLD-FLAG BY CD-HOLD-FLAG
                                CPY-CD-DUN-STAGE BY CD-DUN-STAGE
                                  CPY-CD-DUN-DATE BY CD-DUN-DATE
                                  CPY-CD-REP-CODE BY CD-REP-CODE.
           FD FENTRY.
           COPY FENTRY REPLACING CPY-FENTRY-RECORD BY FENTRY-FILE
                                 CPY-FENTRY-ID BY FENTRY-ID
                                  CPY-IH-ITEM-CODE BY IH-ITEM-CODE
                                  CPY-IH-QTY BY IH-QTY
                                  CPY-IH-UNIT-PRICE BY IH-UNIT-PRICE
                                  CPY-IH-EXTENDED BY IH-EXTENDED
                               CPY-IH-INVOICE-NO BY IH-INVOICE-NO
                                  CPY-IH-PERIOD BY IH-PERIOD.
           FD CASH-HISTORY.
           COPY CASHRCT REPLACING CPY-RCT-RECORD BY CASHHIST-RECORD
                                  CPY-RCT-PAY-DATE BY CH-PAY-DATE
                                  CPY-RCT-FENTRY-ID BY CH-FENTRY-ID
                                  CPY-RCT-CHECK-NO BY CH-CHECK-NO
                                  CPY-RCT-AMOUNT BY CH-AMOUNT
                             CPY-RCT-INVOICE-REF BY CH-INVOICE-REF.
           01 CASHHIST-POSTED.
               05 FILLER PIC X(42).
               05 CH-PERIOD PIC 9(6).
           FD OPEN-ITEM.
           COPY OPENITEM REPLACING CPY-OI-RECORD BY OPENITEM-FILE
                              CPY-OI-INVOICE-NO BY OI-INVOICE-NO
                                CPY-OI-FENTRY-ID BY OI-FENTRY-ID
                                    CPY-OI-TYPE BY OI-TYPE
                                CPY-OI-INV-DATE BY OI-INV-DATE
                            CPY-OI-ORIG-AMOUNT BY OI-ORIG-AMOUNT
                            CPY-OI-PAID-AMOUNT BY OI-PAID-AMOUNT
                            CPY-OI-OPEN-AMOUNT BY OI-OPEN-AMOUNT
                          CPY-OI-LAST-PAY-DATE BY OI-LAST-PAY-DATE.
           FD STATEMENT-FILE.
           01 STATEMENT-LINE PIC X(80).
           FD CONTROL-FILE.
           01 WS-INVHIST-STATUS PIC X(2).
           01 WS-CASHHIST-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-OPENITEM-STATUS PIC X(2).
           01 WS-OPENITEM-OPEN PIC A(1) VALUE 'N'.
           01 WS-OI-DONE PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-CUST-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-TODAY-INT PIC 9(7).
           01 WS-ITEM-INT PIC 9(7).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-BUCKET PIC 9(1).
           01 WS-STMT-MONTH PIC 9(6).
           01 WS-REC-MONTH PIC 9(6).
           01 WS-STMT-COUNT PIC 9(5) VALUE ZERO.
                   10 WS-IV-TYPE PIC X(1).
                   10 WS-IV-QTY PIC 9(5).
                   10 WS-IV-EXTENDED PIC S9(9)V99.
                   10 WS-IV-INVOICE PIC X(8).
           01 WS-RCT-MAX PIC 9(4) VALUE 500.
           01 WS-RCT-USED PIC 9(4) VALUE ZERO.
           01 WS-RCT-SUB PIC 9(4).
                   10 WS-RC-FENTRY-ID PIC 9(5).
                   10 WS-RC-CHECK-NO PIC X(10).
                   10 WS-RC-AMOUNT PIC 9(9)V99.
           01 WS-OPN-MAX PIC 9(3) VALUE 100.
           01 WS-OPN-USED PIC 9(3) VALUE ZERO.
           01 WS-OPN-SUB PIC 9(3).
           01 WS-OPN-TABLE.
               05 WS-OPN-ENTRY OCCURS 100 TIMES.
                   10 WS-OP-INVOICE PIC 9(8).
                   10 WS-OP-DATE PIC 9(8).
                   10 WS-OP-ORIG PIC S9(9)V99.
                   10 WS-OP-PAID PIC S9(9)V99.
                   10 WS-OP-OPEN PIC S9(9)V99.
           01 WS-OPN-BUCKETS.
               05 WS-OPN-BUCKET PIC S9(11)V99 OCCURS 4 TIMES.
           01 WS-CUST-ACTIVE PIC A(1).
           01 WS-STMT-HEADER-1.
               05 FILLER PIC X(20) VALUE
               05 WS-AL-REF PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AL-AMOUNT PIC ZZZZZZZZ9.99-.
           01 WS-OPEN-HEAD-1.
               05 FILLER PIC X(12) VALUE "OPEN ITEMS".
           01 WS-OPEN-HEAD-2.
               05 FILLER PIC X(10) VALUE "INVOICE".
               05 FILLER PIC X(10) VALUE "DATE".
               05 FILLER PIC X(15) VALUE "     ORIGINAL".
               05 FILLER PIC X(15) VALUE "         PAID".
               05 FILLER PIC X(15) VALUE "         OPEN".
           01 WS-OPEN-LINE.
               05 WS-OL-INVOICE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-OL-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-OL-ORIG PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-OL-PAID PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-OL-OPEN PIC ZZZZZZZZ9.99-.
           01 WS-AGING-HEAD.
               05 FILLER PIC X(15) VALUE "      CURRENT".
               05 FILLER PIC X(15) VALUE "        31-60".
               05 FILLER PIC X(15) VALUE "        61-90".
               05 FILLER PIC X(15) VALUE "      OVER 90".
           01 WS-AGING-LINE.
               05 WS-AG-CURRENT PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AG-31-60 PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AG-61-90 PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AG-OVER-90 PIC ZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER STATEMENT MONTH (YYYYMM, 0 FOR CURRENT): ".
           ACCEPT WS-STMT-MONTH.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           IF WS-STMT-MONTH IS NOT NUMERIC OR WS-STMT-MONTH = ZERO
               COMPUTE WS-STMT-MONTH = WS-TODAY / 100
           END-IF.
           PERFORM LOAD-INVOICE-TABLE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPEN-ITEM.
           IF WS-OPENITEM-STATUS = '00'
               MOVE 'Y' TO WS-OPENITEM-OPEN
           ELSE
               DISPLAY "NO OPEN ITEMS (STATUS "
                   WS-OPENITEM-STATUS "), NONE LISTED ON STATEMENTS"
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE ZERO TO CD-FENTRY-ID.
           START CUSTDTL KEY IS NOT LESS THAN CD-FENTRY-ID
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           IF WS-OPENITEM-OPEN = 'Y'
               CLOSE OPEN-ITEM
           END-IF.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
           PERFORM WRITE-CONTROL-TOTALS.
                   MOVE IH-TYPE TO WS-IV-TYPE (WS-INV-USED)
                   MOVE IH-QTY TO WS-IV-QTY (WS-INV-USED)
                   MOVE IH-EXTENDED TO WS-IV-EXTENDED (WS-INV-USED)
                   MOVE IH-INVOICE-NO TO WS-IV-INVOICE (WS-INV-USED)
               ELSE
                   DISPLAY "INVOICE TABLE FULL, LINE FOR "
                       IH-FENTRY-ID " LEFT OFF THE STATEMENT"
                       FROM WS-MONTH-NET
               END-IF
           END-PERFORM.
           PERFORM LOAD-OPEN-ITEMS.
           IF WS-OPN-USED GREATER THAN ZERO
               MOVE 'Y' TO WS-CUST-ACTIVE
           END-IF.
           IF WS-CUST-ACTIVE = 'Y'
               PERFORM PRINT-ONE-STATEMENT
           END-IF.
           MOVE "CLOSING BALANCE......." TO WS-BL-TEXT.
           MOVE CD-CURR-BALANCE TO WS-BL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-BALANCE-LINE.
           IF WS-OPN-USED GREATER THAN ZERO
               PERFORM PRINT-OPEN-ITEMS
           END-IF.
           ADD CD-CURR-BALANCE TO WS-BAL-HASH.

       LOOK-UP-NAME.
               WHEN 'S' MOVE "INVOICE" TO WS-AL-TEXT
               WHEN 'C' MOVE "CREDIT MEMO" TO WS-AL-TEXT
               WHEN 'R' MOVE "RETURN" TO WS-AL-TEXT
               WHEN 'F' MOVE "FINANCE CHARGE" TO WS-AL-TEXT
               WHEN 'A' MOVE "ADJUSTMENT" TO WS-AL-TEXT
               WHEN 'W' MOVE "BAD DEBT W/OFF" TO WS-AL-TEXT
               WHEN OTHER MOVE "BILLING" TO WS-AL-TEXT
           END-EVALUATE.
           MOVE WS-IV-INVOICE (WS-INV-SUB) TO WS-AL-REF.
           MOVE WS-IV-EXTENDED (WS-INV-SUB) TO WS-AL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-ACTIVITY-LINE.

           MOVE WS-PAYMENT-NEG TO WS-AL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-ACTIVITY-LINE.

      * THE OPEN ITEMS ARE THE INVOICES STILL UNPAID AS OF THE RUN,
      * EACH AGED BY ITS INVOICE DATE, SO THE CUSTOMER SEES EXACTLY
      * WHICH INVOICES MAKE UP THE BALANCE AND HOW OLD THEY ARE.
       LOAD-OPEN-ITEMS.
           MOVE ZERO TO WS-OPN-USED.
           MOVE ZERO TO WS-OPN-BUCKET (1).
           MOVE ZERO TO WS-OPN-BUCKET (2).
           MOVE ZERO TO WS-OPN-BUCKET (3).
           MOVE ZERO TO WS-OPN-BUCKET (4).
           IF WS-OPENITEM-OPEN = 'Y'
               MOVE 'N' TO WS-OI-DONE
               MOVE CD-FENTRY-ID TO OI-FENTRY-ID
               START OPEN-ITEM KEY IS EQUAL TO OI-FENTRY-ID
                   INVALID KEY MOVE 'Y' TO WS-OI-DONE
               END-START
               PERFORM UNTIL WS-OI-DONE = 'Y'
                   READ OPEN-ITEM NEXT
                       AT END MOVE 'Y' TO WS-OI-DONE
                       NOT AT END
                           IF OI-FENTRY-ID NOT = CD-FENTRY-ID
                               MOVE 'Y' TO WS-OI-DONE
                           ELSE
                               PERFORM STORE-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       STORE-ONE-OPEN-ITEM.
           IF OI-OPEN-AMOUNT NOT = ZERO
               COMPUTE WS-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(OI-INV-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT GREATER THAN 30
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS NOT GREATER THAN 60
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS NOT GREATER THAN 90
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
               ADD OI-OPEN-AMOUNT TO WS-OPN-BUCKET (WS-BUCKET)
               IF WS-OPN-USED LESS THAN WS-OPN-MAX
                   ADD 1 TO WS-OPN-USED
                   MOVE OI-INVOICE-NO TO WS-OP-INVOICE (WS-OPN-USED)
                   MOVE OI-INV-DATE TO WS-OP-DATE (WS-OPN-USED)
                   MOVE OI-ORIG-AMOUNT TO WS-OP-ORIG (WS-OPN-USED)
                   MOVE OI-PAID-AMOUNT TO WS-OP-PAID (WS-OPN-USED)
                   MOVE OI-OPEN-AMOUNT TO WS-OP-OPEN (WS-OPN-USED)
               ELSE
                   DISPLAY "OPEN ITEM TABLE FULL, INVOICE "
                       OI-INVOICE-NO " AGED BUT NOT LISTED"
               END-IF
           END-IF.

       PRINT-OPEN-ITEMS.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM WS-OPEN-HEAD-1.
           WRITE STATEMENT-LINE FROM WS-OPEN-HEAD-2.
           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
               UNTIL WS-OPN-SUB GREATER THAN WS-OPN-USED
               MOVE WS-OP-INVOICE (WS-OPN-SUB) TO WS-OL-INVOICE
               MOVE WS-OP-DATE (WS-OPN-SUB) TO WS-OL-DATE
               MOVE WS-OP-ORIG (WS-OPN-SUB) TO WS-OL-ORIG
               MOVE WS-OP-PAID (WS-OPN-SUB) TO WS-OL-PAID
               MOVE WS-OP-OPEN (WS-OPN-SUB) TO WS-OL-OPEN
               WRITE STATEMENT-LINE FROM WS-OPEN-LINE
           END-PERFORM.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           WRITE STATEMENT-LINE FROM WS-AGING-HEAD.
           MOVE WS-OPN-BUCKET (1) TO WS-AG-CURRENT.
           MOVE WS-OPN-BUCKET (2) TO WS-AG-31-60.
           MOVE WS-OPN-BUCKET (3) TO WS-AG-61-90.
           MOVE WS-OPN-BUCKET (4) TO WS-AG-OVER-90.
           WRITE STATEMENT-LINE FROM WS-AGING-LINE.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CONTROL-STATUS = '05' OR WS-CONTROL-STATUS = '35'
           MOVE WS-BAL-HASH TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

      * THE DATE THE DAILY STREAM LAST RAN UNDER; THE CLOCK DATE IS
      * ONLY USED BEFORE A BUSINESS DATE HAS EVER BEEN SET.
       GET-BUSINESS-DATE.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "CUSTSTMT" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'Y'
               MOVE WS-RC-BUS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.
