COMMRN
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT CUSTDTL ASSIGN TO 'custdtl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-FENTRY-ID
               FILE STATUS IS WS-CUSTDTL-STATUS.
               SELECT FENTRY ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FENTRY-STATUS.
               SELECT REPMST ASSIGN TO 'repmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMST-STATUS.
               SELECT COMM-SORT ASSIGN TO 'commrun.srt'.
               SELECT REPORT-FILE ASSIGN TO 'comm.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROL-FILE ASSIGN TO 'control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
           FILE SECTION.
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
           FD FENTRY.
           COPY FENTRY REPLACING CPY-FENTRY-RECORD BY FENTRY-FILE
                                 CPY-FENTRY-ID BY FENTRY-ID
                                 CPY-FENTRY-NAME BY NAME
                                 CPY-FENTRY-STATUS BY FENTRY-STATUS
                                 CPY-FENTRY-DATE-ADDED BY DATE-ADDED.
           FD REPMST.
           COPY REPMST REPLACING CPY-RM-RECORD BY REPMST-FILE
                                 CPY-RM-REP-CODE BY RM-REP-CODE
                                 CPY-RM-NAME BY RM-NAME
                                 CPY-RM-COMM-RATE BY RM-COMM-RATE
                                 CPY-RM-STATUS BY RM-STATUS.
           SD COMM-SORT.
           01 COMM-SORT-RECORD.
               05 CS-REP-CODE PIC X(4).
               05 CS-FENTRY-ID PIC 9(5).
               05 CS-TYPE PIC X(1).
               05 CS-EXTENDED PIC S9(9)V99.
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).
           FD CONTROL-FILE.
           COPY FENTCTL REPLACING CPY-CTL-RECORD BY CONTROL-RECORD
                                  CPY-CTL-STEP BY CTL-STEP
                                  CPY-CTL-ITEM BY CTL-ITEM
                                  CPY-CTL-COUNT BY CTL-COUNT
                                  CPY-CTL-AMOUNT BY CTL-AMOUNT.

           WORKING-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-FENTRY-STATUS PIC X(2).
           01 WS-REPMST-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           COPY SYSPRMP REPLACING CPY-SPP-PARMS BY WS-SP-PARMS
                                  CPY-SPP-FUNCTION BY WS-SP-FUNCTION
                                  CPY-SPP-PARM-NAME BY WS-SP-PARM-NAME
                                 CPY-SPP-PARM-VALUE BY WS-SP-PARM-VALUE
                                  CPY-SPP-RESULT BY WS-SP-RESULT.
           COPY DATECALP REPLACING CPY-DCP-PARMS BY WS-DC-PARMS
                                   CPY-DCP-FUNCTION BY WS-DC-FUNCTION
                                   CPY-DCP-DATE-1 BY WS-DC-DATE-1
                                   CPY-DCP-DATE-2 BY WS-DC-DATE-2
                                   CPY-DCP-DAYS BY WS-DC-DAYS
                                   CPY-DCP-RESULT BY WS-DC-RESULT.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-FIRST PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TD-YEAR PIC 9(4).
               05 WS-TD-MONTH PIC 9(2).
               05 WS-TD-DAY PIC 9(2).
           01 WS-TOMORROW PIC 9(8).
           01 WS-TOMORROW-PARTS REDEFINES WS-TOMORROW.
               05 WS-TM-YEAR PIC 9(4).
               05 WS-TM-MONTH PIC 9(2).
               05 WS-TM-DAY PIC 9(2).
           01 WS-COMM-MONTH PIC 9(6).
           01 WS-MONTH-WORK.
               05 WS-MW-YEAR PIC 9(4).
               05 WS-MW-MONTH PIC 9(2).
           01 WS-LAST-MONTH PIC 9(6) VALUE ZERO.
           01 WS-RUN-FLAG PIC A(1) VALUE 'N'.
           01 WS-REPMST-OPEN PIC A(1) VALUE 'N'.
           01 WS-HISTORY-OK PIC A(1) VALUE 'Y'.
           01 WS-LINE-MONTH PIC 9(6).
           01 WS-LAST-ID PIC 9(5) VALUE ZERO.
           01 WS-LAST-REP PIC X(4) VALUE SPACES.
           01 WS-CURR-REP PIC X(4).
           01 WS-CURR-ID PIC 9(5).
           01 WS-REP-NAME PIC X(25).
           01 WS-REP-RATE PIC 9(2)V99.
           01 WS-CUST-NAME PIC A(25).
           01 WS-CUST-SALES PIC S9(11)V99.
           01 WS-CUST-CREDITS PIC S9(11)V99.
           01 WS-REP-SALES PIC S9(11)V99.
           01 WS-REP-CREDITS PIC S9(11)V99.
           01 WS-REP-CUSTOMERS PIC 9(5).
           01 WS-REP-NET PIC S9(11)V99.
           01 WS-COMMISSION PIC S9(9)V99.
           01 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-LINE-AMOUNT PIC S9(11)V99 VALUE ZERO.
           01 WS-REP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CUST-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-NET PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-COMM PIC S9(11)V99 VALUE ZERO.
           01 WS-UNASSIGNED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNASSIGNED-NET PIC S9(11)V99 VALUE ZERO.
      * ONE ENTRY PER REP PRINTED, FOR THE SUMMARY PAGE AT THE END.
           01 WS-SUMMARY-USED PIC 9(3) VALUE ZERO.
           01 WS-SUMMARY-SUB PIC 9(3).
           01 WS-SUMMARY-FULL PIC A(1) VALUE 'N'.
           01 WS-SUMMARY-TABLE.
               05 WS-SUMMARY-ENTRY OCCURS 200 TIMES.
                   10 WS-ST-REP-CODE PIC X(4).
                   10 WS-ST-NAME PIC X(25).
                   10 WS-ST-CUSTOMERS PIC 9(5).
                   10 WS-ST-NET PIC S9(11)V99.
                   10 WS-ST-RATE PIC 9(2)V99.
                   10 WS-ST-COMMISSION PIC S9(9)V99.
           01 WS-HEADING-1.
               05 FILLER PIC X(30) VALUE
                   "SALES COMMISSION STATEMENT".
               05 FILLER PIC X(7) VALUE "MONTH: ".
               05 WS-H-MONTH PIC 9(6).
               05 FILLER PIC X(10) VALUE "   RUN: ".
               05 WS-H-DATE PIC 9(8).
           01 WS-REP-LINE.
               05 FILLER PIC X(5) VALUE "REP ".
               05 WS-RL-REP-CODE PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RL-NAME PIC X(25).
               05 FILLER PIC X(8) VALUE "  RATE: ".
               05 WS-RL-RATE PIC Z9.99.
               05 FILLER PIC X(1) VALUE "%".
           01 WS-HEADING-2.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(27) VALUE "CUSTOMER".
               05 FILLER PIC X(15) VALUE "          SALES".
               05 FILLER PIC X(15) VALUE "RETURNS/CREDITS".
               05 FILLER PIC X(15) VALUE "      NET SALES".
           01 WS-DETAIL-LINE.
               05 WS-DL-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-SALES PIC ZZZZZZZZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-CREDITS PIC ZZZZZZZZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-NET PIC ZZZZZZZZZ9.99-.
           01 WS-TOTAL-LINE.
               05 WS-TL-TEXT PIC X(34).
               05 WS-TL-SALES PIC ZZZZZZZZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-TL-CREDITS PIC ZZZZZZZZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-TL-NET PIC ZZZZZZZZZ9.99-.
           01 WS-COMM-LINE.
               05 FILLER PIC X(34) VALUE
                   "COMMISSION PAYABLE".
               05 FILLER PIC X(30) VALUE SPACES.
               05 WS-CM-AMOUNT PIC ZZZZZZZZZ9.99-.
           01 WS-SUMMARY-HEADING.
               05 FILLER PIC X(6) VALUE "REP".
               05 FILLER PIC X(27) VALUE "NAME".
               05 FILLER PIC X(6) VALUE " CUST".
               05 FILLER PIC X(15) VALUE "      NET SALES".
               05 FILLER PIC X(7) VALUE "   RATE".
               05 FILLER PIC X(15) VALUE "     COMMISSION".
           01 WS-SUMMARY-LINE.
               05 WS-SL-REP-CODE PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SL-NAME PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SL-CUSTOMERS PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-SL-NET PIC ZZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SL-RATE PIC Z9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-SL-COMMISSION PIC ZZZZZZZZZ9.99-.
           01 WS-COUNT-LINE.
               05 WS-CL-TEXT PIC X(25).
               05 WS-CL-COUNT PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CL-AMOUNT PIC ZZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'S' TO WS-RC-FUNCTION.
           MOVE "COMMRUN" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'S'
               DISPLAY "COMMRUN ALREADY COMPLETE, SKIPPED FOR RESTART"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "COMMRUN BLOCKED BY RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           PERFORM SET-COMM-MONTH.
           IF WS-RUN-FLAG = 'N'
               DISPLAY "COMMRUN: MONTH " WS-COMM-MONTH
                   " ALREADY PAID OR NOT YET ENDED, NO STATEMENTS"
               PERFORM WRITE-CONTROL-TOTALS
               MOVE 'E' TO WS-RC-FUNCTION
               MOVE ZERO TO WS-RC-COND-CODE
               CALL "RUNCTL" USING WS-RC-PARMS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT FENTRY.
           IF WS-FENTRY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FENTRY-STATUS
               CLOSE CUSTDTL
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT REPMST.
           IF WS-REPMST-STATUS = '00'
               MOVE 'Y' TO WS-REPMST-OPEN
           ELSE
               DISPLAY "COMMRUN: NO SALES REP FILE (repmst.txt), "
                   "ALL SALES LISTED AS UNASSIGNED"
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           SORT COMM-SORT
               ON ASCENDING KEY CS-REP-CODE
               ON ASCENDING KEY CS-FENTRY-ID
               INPUT PROCEDURE IS LOAD-COMM-SORT
               OUTPUT PROCEDURE IS WRITE-STATEMENTS.
           PERFORM WRITE-REP-SUMMARY.
           CLOSE REPORT-FILE.
           IF WS-REPMST-OPEN = 'Y'
               CLOSE REPMST
           END-IF.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
           IF WS-HISTORY-OK = 'N'
               DISPLAY "COMMRUN: MONTH " WS-COMM-MONTH
                   " NOT PAID, RERUN WHEN invhist.txt IS AVAILABLE"
               PERFORM WRITE-CONTROL-TOTALS
               MOVE 'E' TO WS-RC-FUNCTION
               MOVE 8 TO WS-RC-COND-CODE
               CALL "RUNCTL" USING WS-RC-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MARK-MONTH-PAID.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY "COMMRUN " WS-REP-COUNT " REP(S) NET SALES "
               WS-TOTAL-NET " COMMISSION " WS-TOTAL-COMM
               " FOR " WS-COMM-MONTH.
           MOVE 'E' TO WS-RC-FUNCTION.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * THE STEP IS ALREADY REGISTERED, SO IT IS ENDED WITH THE
      * FAILURE BEFORE STOPPING; NOTHING HAS BEEN PAID OR MARKED.
       ABANDON-RUN.
           MOVE 'E' TO WS-RC-FUNCTION.
           MOVE 16 TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * THE SAME MONTH-END RULE AS FINCHG: THE RUN ON THE LAST DAY
      * OF A MONTH, OR THE FIRST RUN AFTER IT, PAYS THAT MONTH.
      * COMM-MONTH REMEMBERS THE LAST MONTH PAID SO NO MONTH IS
      * PAID TWICE; WHEN IT HAS NEVER BEEN SET IT IS SEEDED WITH
      * THE MONTH JUST ENDED AND THE FIRST STATEMENTS COME AT THE
      * NEXT MONTH-END.
       SET-COMM-MONTH.
           MOVE WS-TODAY TO WS-TOMORROW.
           ADD 1 TO WS-TM-DAY.
           MOVE 'V' TO WS-DC-FUNCTION.
           MOVE WS-TOMORROW TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-PARMS.
           MOVE WS-TD-YEAR TO WS-MW-YEAR.
           MOVE WS-TD-MONTH TO WS-MW-MONTH.
           IF WS-DC-RESULT = 'Y'
               IF WS-MW-MONTH = 01
                   SUBTRACT 1 FROM WS-MW-YEAR
                   MOVE 12 TO WS-MW-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MW-MONTH
               END-IF
           END-IF.
           MOVE WS-MONTH-WORK TO WS-COMM-MONTH.
           MOVE 'G' TO WS-SP-FUNCTION.
           MOVE "COMM-MONTH" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT = 'Y'
               MOVE WS-SP-PARM-VALUE TO WS-LAST-MONTH
               IF WS-LAST-MONTH LESS THAN WS-COMM-MONTH
                   MOVE 'Y' TO WS-RUN-FLAG
               END-IF
           ELSE
               MOVE 'P' TO WS-SP-FUNCTION
               MOVE "COMM-MONTH" TO WS-SP-PARM-NAME
               MOVE WS-COMM-MONTH TO WS-SP-PARM-VALUE
               CALL "SYSPARM" USING WS-SP-PARMS
               DISPLAY "COMMRUN: COMM-MONTH SET TO " WS-COMM-MONTH
                   ", FIRST STATEMENTS AT NEXT MONTH-END"
           END-IF.

       MARK-MONTH-PAID.
           MOVE 'P' TO WS-SP-FUNCTION.
           MOVE "COMM-MONTH" TO WS-SP-PARM-NAME.
           MOVE WS-COMM-MONTH TO WS-SP-PARM-VALUE.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT NOT = 'Y'
               DISPLAY "COMMRUN: UNABLE TO RECORD MONTH "
                   WS-COMM-MONTH " AS PAID"
           END-IF.

      * ONLY BILLED LINES EARN COMMISSION - 'S' SALES, LESS 'C'
      * CREDIT MEMOS AND 'R' RETURNS, WHICH invhist.txt ALREADY
      * CARRIES NEGATIVE. FINANCE CHARGES, ADJUSTMENTS AND
      * WRITE-OFFS DO NOT. A LINE BELONGS TO ITS POSTING PERIOD,
      * OR TO THE MONTH OF ITS RUN DATE IF IT HAS NONE. SALES GO
      * TO THE REP THE CUSTOMER IS ASSIGNED TO AT MONTH-END.
       LOAD-COMM-SORT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN invhist.txt, STATUS "
                   WS-HISTORY-STATUS
               MOVE 'N' TO WS-HISTORY-OK
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
           IF IH-PERIOD IS NUMERIC AND IH-PERIOD NOT = ZERO
               MOVE IH-PERIOD TO WS-LINE-MONTH
           ELSE
               IF IH-RUN-DATE IS NUMERIC
                   COMPUTE WS-LINE-MONTH = IH-RUN-DATE / 100
               ELSE
                   MOVE ZERO TO WS-LINE-MONTH
               END-IF
           END-IF.
           IF (IH-TYPE = 'S' OR IH-TYPE = 'C' OR IH-TYPE = 'R')
               AND WS-LINE-MONTH = WS-COMM-MONTH
               PERFORM LOOK-UP-CUSTOMER-REP
               MOVE WS-LAST-REP TO CS-REP-CODE
               MOVE IH-FENTRY-ID TO CS-FENTRY-ID
               MOVE IH-TYPE TO CS-TYPE
               MOVE IH-EXTENDED TO CS-EXTENDED
               RELEASE COMM-SORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               ADD IH-EXTENDED TO WS-LINE-AMOUNT
           END-IF.

      * A CUSTOMER'S LINES RUN TOGETHER ON THE HISTORY, SO THE REP
      * IS ONLY LOOKED UP AGAIN WHEN THE CUSTOMER CHANGES.
       LOOK-UP-CUSTOMER-REP.
           IF IH-FENTRY-ID NOT = WS-LAST-ID
               MOVE IH-FENTRY-ID TO WS-LAST-ID
               MOVE IH-FENTRY-ID TO CD-FENTRY-ID
               READ CUSTDTL
                   INVALID KEY MOVE SPACES TO WS-LAST-REP
                   NOT INVALID KEY MOVE CD-REP-CODE TO WS-LAST-REP
               END-READ
           END-IF.

       WRITE-STATEMENTS.
           MOVE 'Y' TO WS-FIRST.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN COMM-SORT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FIRST = 'Y'
                           MOVE 'N' TO WS-FIRST
                           PERFORM START-REP
                           PERFORM START-CUSTOMER
                       END-IF
                       IF CS-REP-CODE NOT = WS-CURR-REP
                           PERFORM END-CUSTOMER
                           PERFORM END-REP
                           PERFORM START-REP
                           PERFORM START-CUSTOMER
                       END-IF
                       IF CS-FENTRY-ID NOT = WS-CURR-ID
                           PERFORM END-CUSTOMER
                           PERFORM START-CUSTOMER
                       END-IF
                       IF CS-EXTENDED LESS THAN ZERO
                           SUBTRACT CS-EXTENDED FROM WS-CUST-CREDITS
                       ELSE
                           ADD CS-EXTENDED TO WS-CUST-SALES
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-FIRST = 'N'
               PERFORM END-CUSTOMER
               PERFORM END-REP
           END-IF.

      * EACH REP'S STATEMENT STARTS ON A NEW PAGE. CUSTOMERS WITH
      * NO REP ARE GATHERED UNDER UNASSIGNED AND EARN NOTHING; SO
      * DO CUSTOMERS WHOSE REP IS NO LONGER ON repmst.txt.
       START-REP.
           MOVE CS-REP-CODE TO WS-CURR-REP.
           MOVE ZERO TO WS-REP-SALES.
           MOVE ZERO TO WS-REP-CREDITS.
           MOVE ZERO TO WS-REP-CUSTOMERS.
           MOVE ZERO TO WS-REP-RATE.
           IF WS-CURR-REP = SPACES
               MOVE "** UNASSIGNED **" TO WS-REP-NAME
           ELSE
               MOVE "** NOT ON REP FILE **" TO WS-REP-NAME
               IF WS-REPMST-OPEN = 'Y'
                   MOVE WS-CURR-REP TO RM-REP-CODE
                   READ REPMST
                       NOT INVALID KEY
                           MOVE RM-NAME TO WS-REP-NAME
                           MOVE RM-COMM-RATE TO WS-REP-RATE
                   END-READ
               END-IF
           END-IF.
           MOVE WS-COMM-MONTH TO WS-H-MONTH.
           MOVE WS-TODAY TO WS-H-DATE.
           IF WS-REP-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-HEADING-1
           ELSE
               WRITE REPORT-LINE FROM WS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-CURR-REP TO WS-RL-REP-CODE.
           MOVE WS-REP-NAME TO WS-RL-NAME.
           MOVE WS-REP-RATE TO WS-RL-RATE.
           WRITE REPORT-LINE FROM WS-REP-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.

       START-CUSTOMER.
           MOVE CS-FENTRY-ID TO WS-CURR-ID.
           MOVE ZERO TO WS-CUST-SALES.
           MOVE ZERO TO WS-CUST-CREDITS.

       END-CUSTOMER.
           ADD 1 TO WS-REP-CUSTOMERS.
           ADD 1 TO WS-CUST-COUNT.
           ADD WS-CUST-SALES TO WS-REP-SALES.
           ADD WS-CUST-CREDITS TO WS-REP-CREDITS.
           MOVE WS-CURR-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE NAME TO WS-CUST-NAME
           END-READ.
           MOVE WS-CURR-ID TO WS-DL-ID.
           MOVE WS-CUST-NAME TO WS-DL-NAME.
           MOVE WS-CUST-SALES TO WS-DL-SALES.
           MOVE WS-CUST-CREDITS TO WS-DL-CREDITS.
           COMPUTE WS-DL-NET = WS-CUST-SALES - WS-CUST-CREDITS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       END-REP.
           ADD 1 TO WS-REP-COUNT.
           COMPUTE WS-REP-NET = WS-REP-SALES - WS-REP-CREDITS.
           COMPUTE WS-COMMISSION ROUNDED =
               WS-REP-NET * WS-REP-RATE / 100.
           ADD WS-REP-NET TO WS-TOTAL-NET.
           ADD WS-COMMISSION TO WS-TOTAL-COMM.
           IF WS-CURR-REP = SPACES
               MOVE WS-REP-CUSTOMERS TO WS-UNASSIGNED-COUNT
               MOVE WS-REP-NET TO WS-UNASSIGNED-NET
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REP TOTAL" TO WS-TL-TEXT.
           MOVE WS-REP-SALES TO WS-TL-SALES.
           MOVE WS-REP-CREDITS TO WS-TL-CREDITS.
           MOVE WS-REP-NET TO WS-TL-NET.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-COMMISSION TO WS-CM-AMOUNT.
           WRITE REPORT-LINE FROM WS-COMM-LINE.
           IF WS-SUMMARY-USED LESS THAN 200
               ADD 1 TO WS-SUMMARY-USED
               MOVE WS-CURR-REP TO WS-ST-REP-CODE (WS-SUMMARY-USED)
               MOVE WS-REP-NAME TO WS-ST-NAME (WS-SUMMARY-USED)
               MOVE WS-REP-CUSTOMERS
                   TO WS-ST-CUSTOMERS (WS-SUMMARY-USED)
               MOVE WS-REP-NET TO WS-ST-NET (WS-SUMMARY-USED)
               MOVE WS-REP-RATE TO WS-ST-RATE (WS-SUMMARY-USED)
               MOVE WS-COMMISSION
                   TO WS-ST-COMMISSION (WS-SUMMARY-USED)
           ELSE
               MOVE 'Y' TO WS-SUMMARY-FULL
           END-IF.

      * THE SUMMARY FOR PAYROLL: ONE LINE PER REP IN REP ORDER
      * WITH THE MONTH'S NET SALES AND COMMISSION, THEN TOTALS.
       WRITE-REP-SUMMARY.
           MOVE WS-COMM-MONTH TO WS-H-MONTH.
           MOVE WS-TODAY TO WS-H-DATE.
           IF WS-REP-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-HEADING-1
           ELSE
               WRITE REPORT-LINE FROM WS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE "REP SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING.
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB GREATER THAN WS-SUMMARY-USED
               MOVE WS-ST-REP-CODE (WS-SUMMARY-SUB) TO WS-SL-REP-CODE
               MOVE WS-ST-NAME (WS-SUMMARY-SUB) TO WS-SL-NAME
               MOVE WS-ST-CUSTOMERS (WS-SUMMARY-SUB)
                   TO WS-SL-CUSTOMERS
               MOVE WS-ST-NET (WS-SUMMARY-SUB) TO WS-SL-NET
               MOVE WS-ST-RATE (WS-SUMMARY-SUB) TO WS-SL-RATE
               MOVE WS-ST-COMMISSION (WS-SUMMARY-SUB)
                   TO WS-SL-COMMISSION
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM.
           IF WS-SUMMARY-FULL = 'Y'
               MOVE "** MORE REPS THAN THE SUMMARY HOLDS - SEE "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "   THE STATEMENTS; TOTALS BELOW ARE COMPLETE **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HISTORY LINES READ......." TO WS-CL-TEXT.
           MOVE WS-LINE-COUNT TO WS-CL-COUNT.
           MOVE WS-LINE-AMOUNT TO WS-CL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "CUSTOMERS................" TO WS-CL-TEXT.
           MOVE WS-CUST-COUNT TO WS-CL-COUNT.
           MOVE WS-TOTAL-NET TO WS-CL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "  OF WHICH UNASSIGNED...." TO WS-CL-TEXT.
           MOVE WS-UNASSIGNED-COUNT TO WS-CL-COUNT.
           MOVE WS-UNASSIGNED-NET TO WS-CL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "REPS / COMMISSION........" TO WS-CL-TEXT.
           MOVE WS-REP-COUNT TO WS-CL-COUNT.
           MOVE WS-TOTAL-COMM TO WS-CL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CONTROL-STATUS = '05' OR WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE "COMMRUN" TO CTL-STEP.
           MOVE "COMM-LINES" TO CTL-ITEM.
           MOVE WS-LINE-COUNT TO CTL-COUNT.
           MOVE WS-LINE-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "COMM-NET" TO CTL-ITEM.
           MOVE WS-CUST-COUNT TO CTL-COUNT.
           MOVE WS-TOTAL-NET TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "COMM-UNASSGN" TO CTL-ITEM.
           MOVE WS-UNASSIGNED-COUNT TO CTL-COUNT.
           MOVE WS-UNASSIGNED-NET TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "COMM-PAID" TO CTL-ITEM.
           MOVE WS-REP-COUNT TO CTL-COUNT.
           MOVE WS-TOTAL-COMM TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
