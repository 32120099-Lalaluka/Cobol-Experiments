PERCLS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERCTL-FILE ASSIGN TO 'perctl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.
               SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT CASH-HISTORY ASSIGN TO 'cashhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHHIST-STATUS.
               SELECT CUSTDTL ASSIGN TO 'custdtl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-FENTRY-ID
               FILE STATUS IS WS-CUSTDTL-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'perclose.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'perclose.aud'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT OPERSEC ASSIGN TO 'opersec.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERSEC-STATUS.
               SELECT SIGNON-LOG ASSIGN TO 'signon.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
               SELECT RUNCTL-FILE ASSIGN TO 'runctl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.

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
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).
           FD AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUD-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-TIME PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-OPERATOR PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-TRANS-CODE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-PERIOD PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-STATUS PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-STATUS PIC X(1).
           FD OPERSEC.
           COPY OPERSEC REPLACING CPY-OPERSEC-RECORD BY OPERSEC-FILE
                                  CPY-OPER-ID BY OPER-ID
                                  CPY-OPER-PASSWORD BY OPER-PASSWORD
                                  CPY-OPER-AUTHORITY BY OPER-AUTHORITY.
           FD SIGNON-LOG.
           COPY SIGNLOG REPLACING CPY-SIGNLOG-RECORD BY SIGNLOG-RECORD
                                  CPY-SL-DATE BY SL-DATE
                                  CPY-SL-TIME BY SL-TIME
                                  CPY-SL-OPERATOR BY SL-OPERATOR
                                  CPY-SL-PROGRAM BY SL-PROGRAM
                                  CPY-SL-REASON BY SL-REASON.

           FD RUNCTL-FILE.
           COPY RUNCTLR REPLACING CPY-RUN-RECORD BY RUN-RECORD
                                  CPY-RUN-DATE BY RUN-DATE
                                  CPY-RUN-STATUS BY RUN-STATUS
                                  CPY-RUN-STEP-ENTRY BY RUN-STEP-ENTRY
                                  CPY-RUN-STEP-NAME BY RUN-STEP-NAME
                                  CPY-RUN-STEP-START BY RUN-STEP-START
                                  CPY-RUN-STEP-END BY RUN-STEP-END
                                  CPY-RUN-STEP-CC BY RUN-STEP-CC
                                  CPY-RUN-BUS-RECORD BY RUN-BUS-RECORD
                                  CPY-RUN-BUS-KEY BY RUN-BUS-KEY
                                  CPY-RUN-BUS-TYPE BY RUN-BUS-TYPE
                                  CPY-RUN-BUS-DATE BY RUN-BUS-DATE
                                CPY-RUN-BUS-SKIP-OK BY RUN-BUS-SKIP-OK
                                 CPY-RUN-BUS-SET-BY BY RUN-BUS-SET-BY
                             CPY-RUN-BUS-SET-DATE BY RUN-BUS-SET-DATE
                             CPY-RUN-BUS-SET-TIME BY RUN-BUS-SET-TIME.

           WORKING-STORAGE SECTION.
           01 WS-PERCTL-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-CASHHIST-STATUS PIC X(2).
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-OPERSEC-STATUS PIC X(2).
           01 WS-SIGNON-STATUS PIC X(2).
           01 WS-RUNCTL-STATUS PIC X(2).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-DONE PIC A(1) VALUE 'N'.
           01 WS-TRANS-CODE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-PASSWORD PIC X(8).
           01 WS-OPER-AUTHORITY PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1) VALUE 'N'.
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-REASON PIC X(20).
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PERIOD PIC 9(6).
           01 WS-TOMORROW PIC 9(8).
           01 WS-TOMORROW-PERIOD PIC 9(6).
           01 WS-MONTH-END PIC A(1).
           01 WS-RUN-DONE PIC A(1).
           01 WS-PERIOD PIC 9(6).
           01 WS-LINE-PERIOD PIC 9(6).
           01 WS-NEXT-PERIOD PIC 9(6).
           01 WS-NEXT-PARTS REDEFINES WS-NEXT-PERIOD.
               05 WS-NEXT-YEAR PIC 9(4).
               05 WS-NEXT-MONTH PIC 9(2).
           01 WS-BEFORE-STATUS PIC X(1).
           01 WS-PERIOD-OK PIC A(1).
           01 WS-OPEN-FOUND PIC A(1).
           01 WS-IN-PERIOD PIC A(1).
           01 WS-CONFIRM PIC X(1).
           01 WS-EOF PIC A(1).
           01 WS-PER-DONE PIC A(1).
           01 WS-LINE-COUNT PIC 9(2).
           01 WS-LIST-COUNT PIC 9(5).
           01 WS-MORE PIC X(1).
           01 WS-FZ-SALE-LINES PIC 9(7).
           01 WS-FZ-SALES PIC S9(11)V99.
           01 WS-FZ-CREDITS PIC S9(11)V99.
           01 WS-FZ-FIN-CHG PIC S9(11)V99.
           01 WS-FZ-ADJUST PIC S9(11)V99.
           01 WS-FZ-WRITE-OFF PIC S9(11)V99.
           01 WS-FZ-CASH-COUNT PIC 9(7).
           01 WS-FZ-CASH-AMOUNT PIC S9(11)V99.
           01 WS-FZ-CUST-COUNT PIC 9(7).
           01 WS-FZ-BALANCE-TOTAL PIC S9(11)V99.
           01 WS-LIST-LINE.
               05 WS-LL-PERIOD PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-STATUS PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-CLOSE-DATE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-CLOSE-OPER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-SALES PIC ZZZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-BALANCE PIC ZZZZZZZZZZ9.99-.
           01 WS-HEADING-1.
               05 FILLER PIC X(26) VALUE
                   "PERIOD CLOSE SUMMARY".
               05 FILLER PIC X(8) VALUE "PERIOD: ".
               05 WS-H-PERIOD PIC 9(6).
               05 FILLER PIC X(10) VALUE "  CLOSED: ".
               05 WS-H-DATE PIC 9(8).
               05 FILLER PIC X(4) VALUE " BY ".
               05 WS-H-OPER PIC X(8).
           01 WS-SUMMARY-LINE.
               05 WS-SL-TEXT PIC X(25).
               05 WS-SL-COUNT PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SL-AMOUNT PIC ZZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PERCTL-FILE.
           IF WS-PERCTL-STATUS = '35'
               OPEN OUTPUT PERCTL-FILE
               CLOSE PERCTL-FILE
               OPEN I-O PERCTL-FILE
           END-IF.
           IF WS-PERCTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN perctl.txt, STATUS "
                   WS-PERCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "S)TATUS  C)LOSE PERIOD  R)EOPEN PERIOD  X)IT: "
               ACCEPT WS-TRANS-CODE
               EVALUATE WS-TRANS-CODE
                   WHEN 'S' PERFORM LIST-PERIODS
                   WHEN 'C' PERFORM CLOSE-PERIOD
                   WHEN 'R'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "REOPEN REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM REOPEN-PERIOD
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE PERCTL-FILE.
       STOP RUN.

       SIGN-ON.
           OPEN INPUT OPERSEC.
           IF WS-OPERSEC-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN opersec.txt, STATUS "
                   WS-OPERSEC-STATUS
               DISPLAY "RUN OPERMNT TO SET UP THE SECURITY FILE"
               MOVE 'N' TO WS-SIGNON-OK
           ELSE
               PERFORM SIGN-ON-ATTEMPT
                   UNTIL WS-SIGNON-OK = 'Y'
                   OR WS-SIGNON-TRIES NOT LESS THAN 3
               CLOSE OPERSEC
           END-IF.

       SIGN-ON-ATTEMPT.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-PASSWORD.
           MOVE WS-OPERATOR-ID TO OPER-ID.
           READ OPERSEC
               INVALID KEY
                   MOVE "UNKNOWN OPERATOR" TO WS-SIGNON-REASON
                   PERFORM LOG-FAILED-SIGNON
               NOT INVALID KEY
                   IF OPER-PASSWORD = WS-PASSWORD
                       MOVE OPER-AUTHORITY TO WS-OPER-AUTHORITY
                       MOVE 'Y' TO WS-SIGNON-OK
                   ELSE
                       MOVE "WRONG PASSWORD" TO WS-SIGNON-REASON
                       PERFORM LOG-FAILED-SIGNON
                   END-IF
           END-READ.

       LOG-FAILED-SIGNON.
           DISPLAY "SIGN-ON REJECTED: " WS-SIGNON-REASON.
           OPEN EXTEND SIGNON-LOG.
           IF WS-SIGNON-STATUS = '05' OR WS-SIGNON-STATUS = '35'
               OPEN OUTPUT SIGNON-LOG
           END-IF.
           ACCEPT SL-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO SL-OPERATOR.
           MOVE "PERCLOSE" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-TRANS-CODE TO AUD-TRANS-CODE.
           MOVE WS-PERIOD TO AUD-PERIOD.
           MOVE WS-BEFORE-STATUS TO AUD-BEFORE-STATUS.
           MOVE PER-STATUS TO AUD-AFTER-STATUS.
           WRITE AUDIT-RECORD.

      * EVERY PERIOD ON THE CONTROL FILE, OLDEST FIRST, 15 TO A
      * SCREEN, WITH THE FROZEN SALES AND BALANCE TOTALS OF THOSE
      * ALREADY CLOSED.
       LIST-PERIODS.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-PER-DONE.
           MOVE ZERO TO PER-PERIOD.
           START PERCTL-FILE KEY IS NOT LESS THAN PER-PERIOD
               INVALID KEY MOVE 'Y' TO WS-PER-DONE
           END-START.
           DISPLAY "PERIOD  STATUS    CLOSED    BY                "
               "SALES          BALANCES".
           PERFORM UNTIL WS-PER-DONE = 'Y'
               READ PERCTL-FILE NEXT
                   AT END MOVE 'Y' TO WS-PER-DONE
                   NOT AT END PERFORM LIST-ONE-PERIOD
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " PERIOD(S) ON FILE".

       LIST-ONE-PERIOD.
           ADD 1 TO WS-LIST-COUNT.
           MOVE PER-PERIOD TO WS-LL-PERIOD.
           EVALUATE PER-STATUS
               WHEN 'O' MOVE "OPEN" TO WS-LL-STATUS
               WHEN 'C' MOVE "CLOSED" TO WS-LL-STATUS
               WHEN 'R' MOVE "REOPENED" TO WS-LL-STATUS
               WHEN OTHER MOVE PER-STATUS TO WS-LL-STATUS
           END-EVALUATE.
           IF PER-CLOSE-DATE = ZERO
               MOVE SPACES TO WS-LL-CLOSE-DATE
           ELSE
               MOVE PER-CLOSE-DATE TO WS-LL-CLOSE-DATE
           END-IF.
           MOVE PER-CLOSE-OPER TO WS-LL-CLOSE-OPER.
           MOVE PER-SALES TO WS-LL-SALES.
           MOVE PER-BALANCE-TOTAL TO WS-LL-BALANCE.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT NOT LESS THAN 15
               DISPLAY "MORE? (Y/N): "
               ACCEPT WS-MORE
               IF WS-MORE NOT = 'Y'
                   MOVE 'Y' TO WS-PER-DONE
               END-IF
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       FIND-OPEN-PERIOD.
           MOVE 'N' TO WS-OPEN-FOUND.
           MOVE 'N' TO WS-PER-DONE.
           MOVE ZERO TO PER-PERIOD.
           START PERCTL-FILE KEY IS NOT LESS THAN PER-PERIOD
               INVALID KEY MOVE 'Y' TO WS-PER-DONE
           END-START.
           PERFORM UNTIL WS-PER-DONE = 'Y'
               READ PERCTL-FILE NEXT
                   AT END MOVE 'Y' TO WS-PER-DONE
                   NOT AT END
                       IF PER-STATUS = 'O'
                           MOVE PER-PERIOD TO WS-PERIOD
                           MOVE 'Y' TO WS-OPEN-FOUND
                           MOVE 'Y' TO WS-PER-DONE
                       END-IF
               END-READ
           END-PERFORM.

      * THE OPEN PERIOD CAN BE CLOSED ONCE ITS MONTH HAS ENDED, AND
      * THE NEXT MONTH THEN BECOMES THE OPEN PERIOD. A REOPENED
      * PERIOD CAN BE CLOSED AGAIN AT ANY TIME; ITS TOTALS ARE
      * FROZEN AFRESH AND THE OPEN PERIOD DOES NOT MOVE.
      * WHETHER A MONTH HAS ENDED IS JUDGED BY THE BUSINESS DATE ON
      * runctl.txt, NOT THE CLOCK, SO A MONTH-END STREAM THAT RUNS
      * PAST MIDNIGHT, OR IS RERUN NEXT MORNING, STILL POSTS INTO
      * ITS OWN PERIOD. WITH NO BUSINESS DATE SET NOTHING CLOSES.
       CLOSE-PERIOD.
           MOVE 'N' TO WS-PERIOD-OK.
           PERFORM GET-BUSINESS-DATE.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "NO BUSINESS DATE IS SET (BUSDATE), NO PERIOD "
                   "CAN BE CLOSED"
           ELSE
               PERFORM CLOSE-PERIOD-ENTRY
           END-IF.

       CLOSE-PERIOD-ENTRY.
           DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM, 0 = OPEN PERIOD): ".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD = ZERO
               PERFORM FIND-OPEN-PERIOD
               IF WS-OPEN-FOUND NOT = 'Y'
                   DISPLAY "NO OPEN PERIOD ON FILE"
               END-IF
           END-IF.
           IF WS-PERIOD NOT = ZERO
               MOVE WS-PERIOD TO PER-PERIOD
               READ PERCTL-FILE
                   INVALID KEY
                       DISPLAY "PERIOD " WS-PERIOD " IS NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM CHECK-CLOSE-ALLOWED
               END-READ
           END-IF.
           IF WS-PERIOD-OK = 'Y'
               DISPLAY "CLOSE PERIOD " WS-PERIOD "? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   PERFORM FREEZE-PERIOD-TOTALS
                   PERFORM POST-PERIOD-CLOSE
               ELSE
                   DISPLAY "PERIOD NOT CLOSED"
               END-IF
           END-IF.

      * THE BUSINESS DATE, AND WHETHER IT IS THE LAST DAY OF ITS
      * MONTH AND ITS STREAM HAS RUN TO COMPLETION ('C', OR 'P'
      * AFTER A RESTART). PER-CLOSE-DATE AND THE NEXT PERIOD'S
      * PER-OPEN-DATE ARE STAMPED WITH THE BUSINESS DATE.
       GET-BUSINESS-DATE.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "PERCLOSE" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE 'N' TO WS-MONTH-END.
           MOVE 'N' TO WS-RUN-DONE.
           IF WS-RC-RESULT = 'Y'
               MOVE WS-RC-BUS-DATE TO WS-TODAY
               COMPUTE WS-TODAY-PERIOD = WS-TODAY / 100
               COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
               COMPUTE WS-TOMORROW-PERIOD = WS-TOMORROW / 100
               IF WS-TOMORROW-PERIOD NOT = WS-TODAY-PERIOD
                   MOVE 'Y' TO WS-MONTH-END
               END-IF
               PERFORM CHECK-RUN-DONE
           END-IF.

       CHECK-RUN-DONE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00'
               MOVE WS-TODAY TO RUN-DATE
               READ RUNCTL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RUN-STATUS = 'C' OR RUN-STATUS = 'P'
                           MOVE 'Y' TO WS-RUN-DONE
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      * AN OPEN PERIOD EARLIER THAN THE BUSINESS DATE'S MONTH HAS ENDED.
      * THE BUSINESS DATE'S OWN MONTH ONLY ENDS ON ITS LAST DAY, ONCE
      * THAT DAY'S STREAM HAS COMPLETED. NO PERIOD, REOPENED OR
      * NOT, IS CLOSED WHILE THE BUSINESS DATE'S STREAM IS STILL
      * POSTING INTO IT.
       CHECK-CLOSE-ALLOWED.
           EVALUATE PER-STATUS
               WHEN 'C'
                   DISPLAY "PERIOD " WS-PERIOD " IS ALREADY CLOSED"
               WHEN 'R'
                   IF WS-PERIOD LESS THAN WS-TODAY-PERIOD
                       OR WS-RUN-DONE = 'Y'
                       MOVE 'Y' TO WS-PERIOD-OK
                   ELSE
                       DISPLAY "THE RUN FOR BUSINESS DATE " WS-TODAY
                           " HAS NOT COMPLETED, PERIOD " WS-PERIOD
                           " CANNOT BE CLOSED YET"
                   END-IF
               WHEN 'O'
                   EVALUATE TRUE
                       WHEN WS-PERIOD LESS THAN WS-TODAY-PERIOD
                           MOVE 'Y' TO WS-PERIOD-OK
                       WHEN WS-PERIOD = WS-TODAY-PERIOD
                           AND WS-MONTH-END = 'Y'
                           AND WS-RUN-DONE = 'Y'
                           MOVE 'Y' TO WS-PERIOD-OK
                       WHEN WS-PERIOD = WS-TODAY-PERIOD
                           AND WS-MONTH-END = 'Y'
                           DISPLAY "THE RUN FOR BUSINESS DATE "
                               WS-TODAY " HAS NOT COMPLETED, PERIOD "
                               WS-PERIOD " CANNOT BE CLOSED YET"
                       WHEN OTHER
                           DISPLAY "PERIOD " WS-PERIOD
                               " HAS NOT ENDED (BUSINESS DATE "
                               WS-TODAY "), IT CANNOT BE CLOSED YET"
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "PERIOD " WS-PERIOD " HAS STATUS "
                       PER-STATUS ", IT CANNOT BE CLOSED"
           END-EVALUATE.
           MOVE PER-STATUS TO WS-BEFORE-STATUS.

      * BILLING AND RECEIPTS ARE TAKEN BY THE PERIOD EACH LINE WAS
      * POSTED INTO, OR FOR OLDER LINES BY THE MONTH OF THE RUN OR
      * PAYMENT DATE. CREDITS AND WRITE-OFFS ARE HELD AS POSITIVE
      * AMOUNTS, ADJUSTMENTS AS THE NET OF DEBITS AND CREDITS. THE
      * BALANCES ARE custdtl.txt AS IT STANDS AT THE CLOSE.
       FREEZE-PERIOD-TOTALS.
           MOVE ZERO TO WS-FZ-SALE-LINES.
           MOVE ZERO TO WS-FZ-SALES.
           MOVE ZERO TO WS-FZ-CREDITS.
           MOVE ZERO TO WS-FZ-FIN-CHG.
           MOVE ZERO TO WS-FZ-ADJUST.
           MOVE ZERO TO WS-FZ-WRITE-OFF.
           MOVE ZERO TO WS-FZ-CASH-COUNT.
           MOVE ZERO TO WS-FZ-CASH-AMOUNT.
           MOVE ZERO TO WS-FZ-CUST-COUNT.
           MOVE ZERO TO WS-FZ-BALANCE-TOTAL.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           OPEN INPUT CASH-HISTORY.
           IF WS-CASHHIST-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASH-HISTORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY
           END-IF.
           OPEN INPUT CUSTDTL.
           IF WS-CUSTDTL-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUSTDTL NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-FZ-CUST-COUNT
                           ADD CD-CURR-BALANCE TO WS-FZ-BALANCE-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CUSTDTL
           ELSE
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS ", BALANCES NOT TOTALLED"
           END-IF.

       TAKE-ONE-HISTORY-LINE.
           MOVE 'N' TO WS-IN-PERIOD.
           IF IH-PERIOD IS NUMERIC
               MOVE IH-PERIOD TO WS-LINE-PERIOD
           ELSE
               COMPUTE WS-LINE-PERIOD = IH-RUN-DATE / 100
           END-IF.
           IF WS-LINE-PERIOD = WS-PERIOD
               EVALUATE IH-TYPE
                   WHEN 'S'
                       ADD 1 TO WS-FZ-SALE-LINES
                       ADD IH-EXTENDED TO WS-FZ-SALES
                   WHEN 'C'
                   WHEN 'R'
                       SUBTRACT IH-EXTENDED FROM WS-FZ-CREDITS
                   WHEN 'F'
                       ADD IH-EXTENDED TO WS-FZ-FIN-CHG
                   WHEN 'A'
                       ADD IH-EXTENDED TO WS-FZ-ADJUST
                   WHEN 'W'
                       SUBTRACT IH-EXTENDED FROM WS-FZ-WRITE-OFF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       TAKE-ONE-RECEIPT.
           IF CH-PERIOD IS NUMERIC
               MOVE CH-PERIOD TO WS-LINE-PERIOD
           ELSE
               COMPUTE WS-LINE-PERIOD = CH-PAY-DATE / 100
           END-IF.
           IF WS-LINE-PERIOD = WS-PERIOD
               ADD 1 TO WS-FZ-CASH-COUNT
               ADD CH-AMOUNT TO WS-FZ-CASH-AMOUNT
           END-IF.

       POST-PERIOD-CLOSE.
           MOVE WS-PERIOD TO PER-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   DISPLAY "PERIOD " WS-PERIOD " IS NO LONGER ON FILE"
                   MOVE 'N' TO WS-PERIOD-OK
           END-READ.
           IF WS-PERIOD-OK = 'Y'
               MOVE 'C' TO PER-STATUS
               MOVE WS-TODAY TO PER-CLOSE-DATE
               MOVE WS-OPERATOR-ID TO PER-CLOSE-OPER
               MOVE WS-FZ-SALE-LINES TO PER-SALE-LINES
               MOVE WS-FZ-SALES TO PER-SALES
               MOVE WS-FZ-CREDITS TO PER-CREDITS
               MOVE WS-FZ-FIN-CHG TO PER-FIN-CHG
               MOVE WS-FZ-ADJUST TO PER-ADJUST
               MOVE WS-FZ-WRITE-OFF TO PER-WRITE-OFF
               MOVE WS-FZ-CASH-COUNT TO PER-CASH-COUNT
               MOVE WS-FZ-CASH-AMOUNT TO PER-CASH-AMOUNT
               MOVE WS-FZ-CUST-COUNT TO PER-CUST-COUNT
               MOVE WS-FZ-BALANCE-TOTAL TO PER-BALANCE-TOTAL
               REWRITE PER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR PERIOD " WS-PERIOD
                       MOVE 'N' TO WS-PERIOD-OK
               END-REWRITE
           END-IF.
           IF WS-PERIOD-OK = 'Y'
               PERFORM WRITE-AUDIT-RECORD
               PERFORM PRINT-CLOSE-SUMMARY
               DISPLAY "PERIOD " WS-PERIOD " CLOSED, SUMMARY ON "
                   "perclose.rpt"
               IF WS-BEFORE-STATUS = 'O'
                   PERFORM OPEN-NEXT-PERIOD
               END-IF
           END-IF.

       OPEN-NEXT-PERIOD.
           MOVE WS-PERIOD TO WS-NEXT-PERIOD.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           MOVE WS-NEXT-PERIOD TO PER-PERIOD.
           MOVE 'O' TO PER-STATUS.
           MOVE WS-TODAY TO PER-OPEN-DATE.
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
                   DISPLAY "PERIOD " WS-NEXT-PERIOD
                       " IS ALREADY ON FILE"
               NOT INVALID KEY
                   DISPLAY "PERIOD " WS-NEXT-PERIOD " IS NOW OPEN"
           END-WRITE.

       PRINT-CLOSE-SUMMARY.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-PERIOD TO WS-H-PERIOD.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-OPERATOR-ID TO WS-H-OPER.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SALES" TO WS-SL-TEXT.
           MOVE PER-SALE-LINES TO WS-SL-COUNT.
           MOVE PER-SALES TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "RETURNS AND CREDITS" TO WS-SL-TEXT.
           MOVE ZERO TO WS-SL-COUNT.
           MOVE PER-CREDITS TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "FINANCE CHARGES" TO WS-SL-TEXT.
           MOVE PER-FIN-CHG TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "ADJUSTMENTS (NET)" TO WS-SL-TEXT.
           MOVE PER-ADJUST TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "BAD-DEBT WRITE-OFFS" TO WS-SL-TEXT.
           MOVE PER-WRITE-OFF TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CASH RECEIPTS" TO WS-SL-TEXT.
           MOVE PER-CASH-COUNT TO WS-SL-COUNT.
           MOVE PER-CASH-AMOUNT TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CUSTOMER BALANCES" TO WS-SL-TEXT.
           MOVE PER-CUST-COUNT TO WS-SL-COUNT.
           MOVE PER-BALANCE-TOTAL TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           CLOSE REPORT-FILE.

      * A CLOSED PERIOD IS REOPENED FOR CORRECTIONS ONLY ON A
      * SUPERVISOR'S AUTHORITY; ITS FROZEN TOTALS STAND UNTIL IT IS
      * CLOSED AGAIN.
       REOPEN-PERIOD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER PERIOD TO REOPEN (YYYYMM): ".
           ACCEPT WS-PERIOD.
           MOVE WS-PERIOD TO PER-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   DISPLAY "PERIOD " WS-PERIOD " IS NOT ON FILE"
               NOT INVALID KEY
                   IF PER-STATUS NOT = 'C'
                       DISPLAY "PERIOD " WS-PERIOD " IS NOT CLOSED"
                   ELSE
                       PERFORM POST-PERIOD-REOPEN
                   END-IF
           END-READ.

       POST-PERIOD-REOPEN.
           DISPLAY "REOPEN PERIOD " WS-PERIOD "? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "PERIOD NOT REOPENED"
           ELSE
               MOVE PER-STATUS TO WS-BEFORE-STATUS
               MOVE 'R' TO PER-STATUS
               MOVE WS-TODAY TO PER-REOPEN-DATE
               MOVE WS-OPERATOR-ID TO PER-REOPEN-OPER
               REWRITE PER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR PERIOD " WS-PERIOD
                   NOT INVALID KEY
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "PERIOD " WS-PERIOD " REOPENED"
               END-REWRITE
           END-IF.
