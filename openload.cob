OPENLD
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENLOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CUSTDTL ASSIGN TO 'custdtl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-FENTRY-ID
               FILE STATUS IS WS-CUSTDTL-STATUS.
               SELECT OPEN-ITEM ASSIGN TO 'openitem.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               ALTERNATE RECORD KEY IS OI-FENTRY-ID WITH DUPLICATES
               FILE STATUS IS WS-OPENITEM-STATUS.
               SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT CHARGE-SORT ASSIGN TO 'openload.srt'.

       DATA DIVISION.
           FILE SECTION.
           FD CUSTDTL.
           COPY CUSTDTL REPLACING CPY-CD-RECORD BY CUSTDTL-FILE
                                  CPY-CD-FENTRY-ID BY CD-FENTRY-ID
                                  CPY-CD-ADDR-1 BY CD-ADDR-1
                                  CPY-CD-ADDR-2 BY CD-ADDR-2
                                  CPY-CD-PHONE BY CD-PHONE
                               CPY-CD-CREDIT-LIMIT BY CD-CREDIT-LIMIT
                               CPY-CD-CURR-BALANCE BY CD-CURR-BALANCE
                                  CPY-CD-TAX-CODE BY CD-TAX-CODE
                                CPY-CD-HOLD-FLAG BY CD-HOLD-FLAG
                                CPY-CD-DUN-STAGE BY CD-DUN-STAGE
                                  CPY-CD-DUN-DATE BY CD-DUN-DATE
                                  CPY-CD-REP-CODE BY CD-REP-CODE.
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
           FD HISTORY-FILE.
           COPY INVHIST REPLACING CPY-IH-RECORD BY HISTORY-RECORD
                                  CPY-IH-RUN-DATE BY IH-RUN-DATE
                                  CPY-IH-FENTRY-ID BY IH-FENTRY-ID
                                  CPY-IH-TYPE BY IH-TYPE
                                  CPY-IH-ITEM-CODE BY IH-ITEM-CODE
                                  CPY-IH-QTY BY IH-QTY
                                  CPY-IH-UNIT-PRICE BY IH-UNIT-PRICE
                                  CPY-IH-EXTENDED BY IH-EXTENDED
                               CPY-IH-INVOICE-NO BY IH-INVOICE-NO
                                  CPY-IH-PERIOD BY IH-PERIOD.
           SD CHARGE-SORT.
           01 CHARGE-SORT-RECORD.
               05 CS-FENTRY-ID PIC 9(5).
               05 CS-RUN-DATE PIC 9(8).
               05 CS-AMOUNT PIC S9(9)V99.

           WORKING-STORAGE SECTION.
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-OPENITEM-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           COPY SYSPRMP REPLACING CPY-SPP-PARMS BY WS-SP-PARMS
                                  CPY-SPP-FUNCTION BY WS-SP-FUNCTION
                                  CPY-SPP-PARM-NAME BY WS-SP-PARM-NAME
                                 CPY-SPP-PARM-VALUE BY WS-SP-PARM-VALUE
                                  CPY-SPP-RESULT BY WS-SP-RESULT.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-SORT-EOF PIC A(1) VALUE 'N'.
           01 WS-CUST-EOF PIC A(1) VALUE 'N'.
           01 WS-ITEMS-ON-FILE PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           01 WS-OVER-90-INT PIC 9(7).
           01 WS-OVER-90-DATE PIC 9(8).
           01 WS-OPEN-DATE PIC 9(8).
           01 WS-REMAINING-BAL PIC S9(11)V99.
           01 WS-REL-COUNT PIC 9(9) VALUE ZERO.
           01 WS-CUST-COUNT PIC 9(9) VALUE ZERO.
           01 WS-LOADED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-LOADED-TOTAL PIC S9(13)V99 VALUE ZERO.
           01 WS-DISP-TOTAL PIC ZZZZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-OVER-90-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 91.
           COMPUTE WS-OVER-90-DATE =
               FUNCTION DATE-OF-INTEGER(WS-OVER-90-INT).
           OPEN INPUT CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS
               DISPLAY "RUN CUSTCNV BEFORE OPENLOAD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O OPEN-ITEM.
           IF WS-OPENITEM-STATUS = '35'
               OPEN OUTPUT OPEN-ITEM
               CLOSE OPEN-ITEM
               OPEN I-O OPEN-ITEM
           END-IF.
           IF WS-OPENITEM-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN openitem.txt, STATUS "
                   WS-OPENITEM-STATUS
               CLOSE CUSTDTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-OPEN-ITEMS-EMPTY.
           IF WS-ITEMS-ON-FILE = 'Y'
               DISPLAY "openitem.txt ALREADY HOLDS OPEN ITEMS - "
                   "OPENING BALANCES NOT LOADED"
               DISPLAY "OPENLOAD RUNS ONCE, BEFORE THE FIRST DAILY "
                   "RUN BILLS INTO THE OPEN-ITEM FILE"
               CLOSE OPEN-ITEM
               CLOSE CUSTDTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT CHARGE-SORT
               ON ASCENDING KEY CS-FENTRY-ID
               ON DESCENDING KEY CS-RUN-DATE
               INPUT PROCEDURE IS LOAD-CHARGE-SORT
               OUTPUT PROCEDURE IS WRITE-OPENING-ITEMS.
           CLOSE OPEN-ITEM.
           CLOSE CUSTDTL.
           MOVE WS-LOADED-TOTAL TO WS-DISP-TOTAL.
           DISPLAY "OPENLOAD READ " WS-CUST-COUNT " CUSTOMER(S), "
               WS-REL-COUNT " HISTORY CHARGE LINE(S)".
           DISPLAY "OPENLOAD LOADED " WS-LOADED-COUNT
               " OPENING ITEM(S) TOTALLING " WS-DISP-TOTAL
               ", SKIPPED " WS-SKIPPED-COUNT.
           IF WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * THE OPENING ITEMS ASSUME NOTHING HAS YET BEEN BILLED INTO
      * THE OPEN-ITEM FILE; IF ANYTHING IS ON IT THE BALANCES ARE
      * ALREADY PARTLY EXPLAINED AND THE LOAD IS REFUSED.
       CHECK-OPEN-ITEMS-EMPTY.
           MOVE 'N' TO WS-ITEMS-ON-FILE.
           MOVE ZERO TO OI-INVOICE-NO.
           START OPEN-ITEM KEY IS NOT LESS THAN OI-INVOICE-NO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ITEMS-ON-FILE
           END-START.

      * ONLY THE CHARGES ON THE HISTORY CAN HAVE MADE UP A DEBIT
      * BALANCE: SALES, FINANCE CHARGES AND DEBIT ADJUSTMENTS, I.E.
      * EVERY LINE WITH A POSITIVE EXTENDED AMOUNT. CREDITS AND
      * RETURNS ARE TAKEN TO HAVE BEEN USED UP LIKE PAYMENTS.
       LOAD-CHARGE-SORT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "OPENLOAD: NO invhist.txt, STATUS "
                   WS-HISTORY-STATUS ", BALANCES DATED AS OVER 90"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM RELEASE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       RELEASE-ONE-LINE.
           IF IH-EXTENDED GREATER THAN ZERO
               AND IH-RUN-DATE IS NUMERIC
               AND IH-RUN-DATE NOT GREATER THAN WS-TODAY
               MOVE IH-FENTRY-ID TO CS-FENTRY-ID
               MOVE IH-RUN-DATE TO CS-RUN-DATE
               MOVE IH-EXTENDED TO CS-AMOUNT
               RELEASE CHARGE-SORT-RECORD
               ADD 1 TO WS-REL-COUNT
           END-IF.

      * THE SORTED CHARGES, NEWEST FIRST WITHIN EACH CUSTOMER, ARE
      * MATCHED AGAINST THE CUSTOMER DETAIL FILE, BOTH IN FENTRY-ID
      * ORDER. CHARGES FOR A CUSTOMER NOT ON custdtl.txt ARE PASSED
      * OVER.
       WRITE-OPENING-ITEMS.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 'N' TO WS-CUST-EOF.
           PERFORM RETURN-CHARGE.
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               READ CUSTDTL NEXT
                   AT END MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END PERFORM LOAD-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       RETURN-CHARGE.
           RETURN CHARGE-SORT
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

      * A DEBIT BALANCE IS TAKEN TO BE MADE UP OF THE CUSTOMER'S
      * MOST RECENT CHARGES (PAYMENTS CLEAR THE OLDEST FIRST). THE
      * CHARGES ARE USED NEWEST FIRST UNTIL THEY COVER THE BALANCE
      * AND THE OPENING ITEM TAKES THE DATE OF THE OLDEST ONE STILL
      * NEEDED, SO THE WHOLE BALANCE AGES FROM THE FIRST CHARGE THAT
      * IS STILL UNPAID. A BALANCE THE HISTORY DOES NOT FULLY COVER
      * IS OLDER THAN THE HISTORY AND IS DATED AT LEAST 91 DAYS
      * BACK, SO IT AGES AS OVER 90 AS IT ALWAYS HAS. A ZERO OR
      * CREDIT BALANCE GETS NO OPENING ITEM - A CREDIT STAYS ON
      * ACCOUNT AS UNAPPLIED CASH.
       LOAD-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           PERFORM RETURN-CHARGE
               UNTIL WS-SORT-EOF = 'Y'
               OR CS-FENTRY-ID NOT LESS THAN CD-FENTRY-ID.
           MOVE CD-CURR-BALANCE TO WS-REMAINING-BAL.
           MOVE ZERO TO WS-OPEN-DATE.
           PERFORM ALLOCATE-ONE-CHARGE
               UNTIL WS-SORT-EOF = 'Y'
               OR CS-FENTRY-ID NOT = CD-FENTRY-ID.
           IF CD-CURR-BALANCE GREATER THAN ZERO
               IF WS-REMAINING-BAL GREATER THAN ZERO
                   IF WS-OPEN-DATE = ZERO
                       OR WS-OPEN-DATE GREATER THAN WS-OVER-90-DATE
                       MOVE WS-OVER-90-DATE TO WS-OPEN-DATE
                   END-IF
               END-IF
               PERFORM WRITE-ONE-ITEM
           END-IF.

       ALLOCATE-ONE-CHARGE.
           IF WS-REMAINING-BAL GREATER THAN ZERO
               MOVE CS-RUN-DATE TO WS-OPEN-DATE
               SUBTRACT CS-AMOUNT FROM WS-REMAINING-BAL
           END-IF.
           PERFORM RETURN-CHARGE.

      * THE OPENING ITEM IS NUMBERED FROM THE SAME INVOICE COUNTER
      * MUL USES SO A REMITTANCE CAN NAME IT AND IT SORTS AHEAD OF
      * EVERYTHING BILLED AFTER CUTOVER.
       WRITE-ONE-ITEM.
           MOVE 'N' TO WS-SP-FUNCTION.
           MOVE "INV-NUMBER" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT NOT = 'Y'
               DISPLAY "NO INVOICE NUMBER FOR CUSTOMER " CD-FENTRY-ID
                   ", OPENING BALANCE NOT LOADED"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE WS-SP-PARM-VALUE TO OI-INVOICE-NO
               MOVE CD-FENTRY-ID TO OI-FENTRY-ID
               MOVE 'O' TO OI-TYPE
               MOVE WS-OPEN-DATE TO OI-INV-DATE
               MOVE CD-CURR-BALANCE TO OI-ORIG-AMOUNT
               MOVE ZERO TO OI-PAID-AMOUNT
               MOVE CD-CURR-BALANCE TO OI-OPEN-AMOUNT
               MOVE ZERO TO OI-LAST-PAY-DATE
               WRITE OPENITEM-FILE
                   INVALID KEY
                       DISPLAY "DUPLICATE INVOICE NO " OI-INVOICE-NO
                           " FOR CUSTOMER " CD-FENTRY-ID
                           ", OPENING BALANCE NOT LOADED"
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       ADD CD-CURR-BALANCE TO WS-LOADED-TOTAL
               END-WRITE
           END-IF.
