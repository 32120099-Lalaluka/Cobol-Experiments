PERCTL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCTL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERCTL-FILE ASSIGN TO 'perctl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PERCTL-FILE.
           COPY PERCTLR REPLACING CPY-PER-RECORD BY PER-RECORD
                                  CPY-PER-PERIOD BY PER-PERIOD
                                  CPY-PER-STATUS BY PER-STATUS
                                  CPY-PER-OPEN-DATE BY PER-OPEN-DATE
                                CPY-PER-CLOSE-DATE BY PER-CLOSE-DATE
                                CPY-PER-CLOSE-OPER BY PER-CLOSE-OPER
                              CPY-PER-REOPEN-DATE BY PER-REOPEN-DATE
                              CPY-PER-REOPEN-OPER BY PER-REOPEN-OPER
                                CPY-PER-SALE-LINES BY PER-SALE-LINES
                                    CPY-PER-SALES BY PER-SALES
                                  CPY-PER-CREDITS BY PER-CREDITS
                                  CPY-PER-FIN-CHG BY PER-FIN-CHG
                                  CPY-PER-ADJUST BY PER-ADJUST
                                CPY-PER-WRITE-OFF BY PER-WRITE-OFF
                              CPY-PER-CASH-COUNT BY PER-CASH-COUNT
                            CPY-PER-CASH-AMOUNT BY PER-CASH-AMOUNT
                              CPY-PER-CUST-COUNT BY PER-CUST-COUNT
                          CPY-PER-BALANCE-TOTAL BY PER-BALANCE-TOTAL.

           WORKING-STORAGE SECTION.
           01 WS-PERCTL-STATUS PIC X(2).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-OPEN-PERIOD PIC 9(6).
           01 WS-OPEN-FOUND PIC A(1).

       LINKAGE SECTION.
           COPY PERCTLP REPLACING CPY-PCP-PARMS BY PC-PARMS
                                  CPY-PCP-FUNCTION BY PC-FUNCTION
                                  CPY-PCP-DATE BY PC-DATE
                                  CPY-PCP-PERIOD BY PC-PERIOD
                                  CPY-PCP-STATUS BY PC-STATUS
                                  CPY-PCP-RESULT BY PC-RESULT.

       PROCEDURE DIVISION USING PC-PARMS.
       MAIN-PARA.
           MOVE 'N' TO PC-RESULT.
           MOVE SPACE TO PC-STATUS.
           COMPUTE PC-PERIOD = PC-DATE / 100.
           OPEN I-O PERCTL-FILE.
           IF WS-PERCTL-STATUS = '35'
               OPEN OUTPUT PERCTL-FILE
               CLOSE PERCTL-FILE
               OPEN I-O PERCTL-FILE
           END-IF.
           IF WS-PERCTL-STATUS NOT = '00'
               DISPLAY "PERCTL: UNABLE TO OPEN perctl.txt, STATUS "
                   WS-PERCTL-STATUS
               GOBACK
           END-IF.
           EVALUATE PC-FUNCTION
               WHEN 'C' PERFORM CHECK-POSTING-DATE
               WHEN OTHER
                   DISPLAY "PERCTL: INVALID FUNCTION " PC-FUNCTION
           END-EVALUATE.
           CLOSE PERCTL-FILE.
       GOBACK.

      * A PERIOD ON FILE IS POSTABLE UNLESS IT IS CLOSED. A PERIOD
      * NOT YET ON FILE IS POSTABLE WHEN IT IS LATER THAN THE OPEN
      * PERIOD (THE FIRST NIGHTS OF A NEW MONTH, BEFORE ACCOUNTING
      * HAS CLOSED THE OLD ONE) BUT NOT WHEN IT IS EARLIER - THAT
      * MONTH WAS CLOSED BEFORE PERIOD CONTROL WAS KEPT.
       CHECK-POSTING-DATE.
           MOVE PC-PERIOD TO PER-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   PERFORM CHECK-UNLISTED-PERIOD
               NOT INVALID KEY
                   MOVE PER-STATUS TO PC-STATUS
                   IF PER-STATUS NOT = 'C'
                       MOVE 'Y' TO PC-RESULT
                   END-IF
           END-READ.

       CHECK-UNLISTED-PERIOD.
           PERFORM FIND-OPEN-PERIOD.
           IF WS-OPEN-FOUND = 'Y'
               IF PC-PERIOD GREATER THAN WS-OPEN-PERIOD
                   MOVE 'Y' TO PC-RESULT
               END-IF
           ELSE
               PERFORM OPEN-FIRST-PERIOD
           END-IF.

       FIND-OPEN-PERIOD.
           MOVE 'N' TO WS-OPEN-FOUND.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE ZERO TO PER-PERIOD.
           START PERCTL-FILE KEY IS NOT LESS THAN PER-PERIOD
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PERCTL-FILE NEXT
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PER-STATUS = 'O'
                           MOVE PER-PERIOD TO WS-OPEN-PERIOD
                           MOVE 'Y' TO WS-OPEN-FOUND
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM.

      * NOTHING IS OPEN, WHICH ONLY HAPPENS BEFORE THE FIRST CLOSE
      * ON A NEW CONTROL FILE - THE PERIOD OF THE FIRST POSTING
      * CHECKED BECOMES THE OPEN PERIOD.
       OPEN-FIRST-PERIOD.
           MOVE PC-PERIOD TO PER-PERIOD.
           MOVE 'O' TO PER-STATUS.
           MOVE PC-DATE TO PER-OPEN-DATE.
           MOVE ZERO TO PER-CLOSE-DATE.
           MOVE SPACES TO PER-CLOSE-OPER.
           MOVE ZERO TO PER-REOPEN-DATE.
           MOVE SPACES TO PER-REOPEN-OPER.
           MOVE ZERO TO PER-SALE-LINES.
           MOVE ZERO TO PER-SALES.
           MOVE ZERO TO PER-CREDITS.
           MOVE ZERO TO PER-FIN-CHG.
           MOVE ZERO TO PER-ADJUST.
           MOVE ZERO TO PER-WRITE-OFF.
           MOVE ZERO TO PER-CASH-COUNT.
           MOVE ZERO TO PER-CASH-AMOUNT.
           MOVE ZERO TO PER-CUST-COUNT.
           MOVE ZERO TO PER-BALANCE-TOTAL.
           WRITE PER-RECORD
               INVALID KEY
                   DISPLAY "PERCTL: UNABLE TO OPEN PERIOD " PC-PERIOD
               NOT INVALID KEY
                   DISPLAY "PERCTL: PERIOD " PC-PERIOD " OPENED"
                   MOVE 'O' TO PC-STATUS
                   MOVE 'Y' TO PC-RESULT
           END-WRITE.
