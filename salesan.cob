SALESA
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESAN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT ITEMMST ASSIGN TO 'itemmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMST-STATUS.
               SELECT FENTRY ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
               SELECT SALES-SORT ASSIGN TO 'salesan.srt'.
               SELECT RANK-SORT ASSIGN TO 'salesrnk.srt'.
               SELECT CUSTSUM-FILE ASSIGN TO 'salescus.wrk'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTSUM-STATUS.
               SELECT ITEM-REPORT ASSIGN TO 'salesitm.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CUST-REPORT ASSIGN TO 'salescus.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

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
           FD ITEMMST.
           COPY ITEMMST REPLACING CPY-IM-RECORD BY ITEMMST-FILE
                                  CPY-IM-ITEM-CODE BY IM-ITEM-CODE
                                  CPY-IM-DESC BY IM-DESC
                                  CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
                                  CPY-IM-ACTIVE BY IM-ACTIVE
                                  CPY-IM-ON-HAND BY IM-ON-HAND
                                CPY-IM-REORDER-PT BY IM-REORDER-PT.
           FD FENTRY.
           COPY FENTRY REPLACING CPY-FENTRY-RECORD BY FENTRY-FILE
                                 CPY-FENTRY-ID BY FENTRY-ID
                                 CPY-FENTRY-NAME BY NAME
                                 CPY-FENTRY-STATUS BY FENTRY-STATUS
                                 CPY-FENTRY-DATE-ADDED BY DATE-ADDED.
           SD SALES-SORT.
           01 SALES-SORT-RECORD.
               05 SS-ITEM-CODE PIC X(8).
               05 SS-FENTRY-ID PIC 9(5).
               05 SS-TYPE PIC X(1).
               05 SS-DATE PIC 9(8).
               05 SS-QTY PIC 9(5).
               05 SS-EXTENDED PIC S9(9)V99.
           SD RANK-SORT.
           01 RANK-RECORD.
               05 RK-YTD-NET PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 RK-FENTRY-ID PIC 9(5).
               05 RK-PERIOD-DATA PIC X(248).
           FD CUSTSUM-FILE.
           01 CUSTSUM-RECORD.
               05 CS-YTD-NET PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 CS-FENTRY-ID PIC 9(5).
               05 CS-PERIOD-DATA PIC X(248).
           FD ITEM-REPORT.
           01 ITEM-LINE PIC X(132).
           FD CUST-REPORT.
           01 CUST-LINE PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-ITEMMST-STATUS PIC X(2).
           01 WS-FILE-STATUS PIC X(2).
           01 WS-CUSTSUM-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-FIRST PIC A(1).
           01 WS-REPORT-MONTH PIC 9(6).
           01 WS-MONTH-WORK.
               05 WS-MW-YEAR PIC 9(4).
               05 WS-MW-MONTH PIC 9(2).
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-AS-OF PIC 9(8).
           01 WS-PER-SUB PIC 9(1).
           01 WS-REL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ITEM-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CUST-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CURR-ITEM PIC X(8).
           01 WS-CURR-ID PIC 9(5).
           01 WS-RANK PIC 9(5) VALUE ZERO.
           01 WS-NET-UNITS PIC S9(9).
           01 WS-NET-SALES PIC S9(11)V99.
           01 WS-CUST-NAME PIC A(25).
      * PERIOD 1 = MONTH TO DATE, 2 = SAME MONTH LAST YEAR,
      * 3 = YEAR TO DATE, 4 = SAME PART OF LAST YEAR.
           01 WS-PERIOD-LABELS.
               05 FILLER PIC X(14) VALUE "MONTH TO DATE".
               05 FILLER PIC X(14) VALUE "  LAST YEAR".
               05 FILLER PIC X(14) VALUE "YEAR TO DATE".
               05 FILLER PIC X(14) VALUE "  LAST YEAR".
           01 FILLER REDEFINES WS-PERIOD-LABELS.
               05 WS-PERIOD-LABEL PIC X(14) OCCURS 4 TIMES.
           01 WS-PERIOD-RANGES.
               05 WS-PERIOD-RANGE OCCURS 4 TIMES.
                   10 WS-PERIOD-FROM PIC 9(8).
                   10 WS-PERIOD-TO PIC 9(8).
      * ONE SET OF BUCKETS FOR THE ITEM OR CUSTOMER IN HAND AND ONE
      * FOR THE REPORT TOTAL. RETURNS AND CREDITS ARE HELD AS
      * POSITIVE AMOUNTS AND TAKEN OFF SALES TO GIVE NET.
           01 WS-ACCUM.
               05 WS-AC-PERIOD OCCURS 4 TIMES.
                   10 WS-AC-UNITS PIC S9(9).
                   10 WS-AC-SALES PIC S9(11)V99.
                   10 WS-AC-RET-UNITS PIC S9(9).
                   10 WS-AC-RETURNS PIC S9(11)V99.
                   10 WS-AC-CREDITS PIC S9(11)V99.
           01 WS-GRAND.
               05 WS-GR-PERIOD OCCURS 4 TIMES.
                   10 WS-GR-UNITS PIC S9(9).
                   10 WS-GR-SALES PIC S9(11)V99.
                   10 WS-GR-RET-UNITS PIC S9(9).
                   10 WS-GR-RETURNS PIC S9(11)V99.
                   10 WS-GR-CREDITS PIC S9(11)V99.
      * THE CUSTOMER BUCKETS CARRIED THROUGH THE RANKING SORT.
           01 WS-PERIOD-DATA.
               05 WS-PD-PERIOD OCCURS 4 TIMES.
                   10 WS-PD-UNITS PIC S9(9) SIGN LEADING SEPARATE.
                   10 WS-PD-SALES PIC S9(11)V99 SIGN LEADING SEPARATE.
                   10 WS-PD-RET-UNITS PIC S9(9) SIGN LEADING SEPARATE.
                   10 WS-PD-RETURNS PIC S9(11)V99
                       SIGN LEADING SEPARATE.
                   10 WS-PD-CREDITS PIC S9(11)V99
                       SIGN LEADING SEPARATE.
           01 WS-ITEM-HEADING-1.
               05 FILLER PIC X(36) VALUE
                   "SALES ANALYSIS BY ITEM".
               05 FILLER PIC X(7) VALUE "MONTH: ".
               05 WS-IH-MONTH PIC 9(6).
               05 FILLER PIC X(10) VALUE "   AS OF: ".
               05 WS-IH-AS-OF PIC 9(8).
           01 WS-CUST-HEADING-1.
               05 FILLER PIC X(36) VALUE
                   "SALES ANALYSIS BY CUSTOMER".
               05 FILLER PIC X(7) VALUE "MONTH: ".
               05 WS-CH-MONTH PIC 9(6).
               05 FILLER PIC X(10) VALUE "   AS OF: ".
               05 WS-CH-AS-OF PIC 9(8).
           01 WS-CUST-HEADING-2.
               05 FILLER PIC X(50) VALUE
                   "RANKED BY NET SALES YEAR TO DATE".
           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(18) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "UNITS SOLD".
               05 FILLER PIC X(16) VALUE "         SALES".
               05 FILLER PIC X(11) VALUE "  RETURNED".
               05 FILLER PIC X(16) VALUE "       RETURNS".
               05 FILLER PIC X(16) VALUE "       CREDITS".
               05 FILLER PIC X(11) VALUE " NET UNITS".
               05 FILLER PIC X(15) VALUE "      NET SALES".
           01 WS-ITEM-NAME-LINE.
               05 FILLER PIC X(6) VALUE "ITEM ".
               05 WS-IN-ITEM-CODE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-IN-DESC PIC X(25).
           01 WS-CUST-NAME-LINE.
               05 FILLER PIC X(6) VALUE "RANK ".
               05 WS-CN-RANK PIC ZZZZ9.
               05 FILLER PIC X(5) VALUE "  ID ".
               05 WS-CN-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CN-NAME PIC A(25).
           01 WS-TOTAL-NAME-LINE.
               05 WS-TN-TEXT PIC X(40).
           01 WS-PERIOD-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-PL-LABEL PIC X(14).
               05 WS-PL-UNITS PIC ZZZZZZZZ9-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-PL-SALES PIC ZZZZZZZZZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-PL-RET-UNITS PIC ZZZZZZZZ9-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-PL-RETURNS PIC ZZZZZZZZZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-PL-CREDITS PIC ZZZZZZZZZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-PL-NET-UNITS PIC ZZZZZZZZ9-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-PL-NET-SALES PIC ZZZZZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SET-PERIODS.
           OPEN INPUT ITEMMST.
           IF WS-ITEMMST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN itemmst.txt, STATUS "
                   WS-ITEMMST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FENTRY.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FILE-STATUS
               CLOSE ITEMMST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT SALES-SORT
               ON ASCENDING KEY SS-ITEM-CODE
               INPUT PROCEDURE IS LOAD-SALES-SORT
               OUTPUT PROCEDURE IS WRITE-ITEM-REPORT.
           SORT SALES-SORT
               ON ASCENDING KEY SS-FENTRY-ID
               INPUT PROCEDURE IS LOAD-SALES-SORT
               OUTPUT PROCEDURE IS SUMMARIZE-CUSTOMERS.
           SORT RANK-SORT
               ON DESCENDING KEY RK-YTD-NET
               ON ASCENDING KEY RK-FENTRY-ID
               USING CUSTSUM-FILE
               OUTPUT PROCEDURE IS WRITE-CUSTOMER-REPORT.
           CLOSE FENTRY.
           CLOSE ITEMMST.
           DISPLAY "SALESAN " WS-ITEM-COUNT " ITEM(S), "
               WS-CUST-COUNT " CUSTOMER(S) FOR " WS-REPORT-MONTH
               " AS OF " WS-AS-OF.
       STOP RUN.

      * A PAST MONTH IS REPORTED TO ITS LAST DAY, THE CURRENT MONTH
      * TO TODAY. LAST YEAR'S PERIODS ARE THE SAME DAYS ONE YEAR
      * EARLIER, SO A PART MONTH IS COMPARED WITH THE SAME PART.
       SET-PERIODS.
           DISPLAY "ENTER REPORT MONTH (YYYYMM, 0 FOR CURRENT): ".
           ACCEPT WS-REPORT-MONTH.
           PERFORM GET-BUSINESS-DATE.
           IF WS-REPORT-MONTH IS NOT NUMERIC
               OR WS-REPORT-MONTH = ZERO
               COMPUTE WS-REPORT-MONTH = WS-TODAY / 100
           END-IF.
           IF WS-REPORT-MONTH = WS-TODAY / 100
               MOVE WS-TODAY TO WS-AS-OF
           ELSE
               COMPUTE WS-AS-OF = WS-REPORT-MONTH * 100 + 31
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-MONTH-WORK.
           COMPUTE WS-PERIOD-FROM (1) = WS-REPORT-MONTH * 100 + 1.
           MOVE WS-AS-OF TO WS-PERIOD-TO (1).
           COMPUTE WS-PERIOD-FROM (3) = WS-MW-YEAR * 10000 + 101.
           MOVE WS-AS-OF TO WS-PERIOD-TO (3).
           COMPUTE WS-PERIOD-FROM (2) = WS-PERIOD-FROM (1) - 10000.
           COMPUTE WS-PERIOD-TO (2) = WS-PERIOD-TO (1) - 10000.
           COMPUTE WS-PERIOD-FROM (4) = WS-PERIOD-FROM (3) - 10000.
           COMPUTE WS-PERIOD-TO (4) = WS-PERIOD-TO (3) - 10000.

      * ONLY BILLED LINES ARE SALES - 'S' SALES, 'C' CREDIT MEMOS
      * AND 'R' RETURNS. FINANCE CHARGES, ADJUSTMENTS AND WRITE-OFFS
      * ON THE SAME HISTORY ARE LEFT OUT. NOTHING OLDER THAN THE
      * START OF LAST YEAR'S PERIOD IS NEEDED.
       LOAD-SALES-SORT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN invhist.txt, STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
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
           IF (IH-TYPE = 'S' OR IH-TYPE = 'C' OR IH-TYPE = 'R')
               AND IH-RUN-DATE IS NUMERIC
               AND IH-RUN-DATE NOT LESS THAN WS-PERIOD-FROM (4)
               AND IH-RUN-DATE NOT GREATER THAN WS-PERIOD-TO (3)
               MOVE IH-ITEM-CODE TO SS-ITEM-CODE
               MOVE IH-FENTRY-ID TO SS-FENTRY-ID
               MOVE IH-TYPE TO SS-TYPE
               MOVE IH-RUN-DATE TO SS-DATE
               MOVE IH-QTY TO SS-QTY
               MOVE IH-EXTENDED TO SS-EXTENDED
               RELEASE SALES-SORT-RECORD
               ADD 1 TO WS-REL-COUNT
           END-IF.

       CLEAR-ACCUM.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               MOVE ZERO TO WS-AC-UNITS (WS-PER-SUB)
               MOVE ZERO TO WS-AC-SALES (WS-PER-SUB)
               MOVE ZERO TO WS-AC-RET-UNITS (WS-PER-SUB)
               MOVE ZERO TO WS-AC-RETURNS (WS-PER-SUB)
               MOVE ZERO TO WS-AC-CREDITS (WS-PER-SUB)
           END-PERFORM.

       CLEAR-GRAND.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               MOVE ZERO TO WS-GR-UNITS (WS-PER-SUB)
               MOVE ZERO TO WS-GR-SALES (WS-PER-SUB)
               MOVE ZERO TO WS-GR-RET-UNITS (WS-PER-SUB)
               MOVE ZERO TO WS-GR-RETURNS (WS-PER-SUB)
               MOVE ZERO TO WS-GR-CREDITS (WS-PER-SUB)
           END-PERFORM.

      * A LINE COUNTS IN EVERY PERIOD WHOSE DATES IT FALLS IN - A
      * SALE THIS MONTH IS ALSO IN THE YEAR TO DATE.
       TALLY-ONE-LINE.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               IF SS-DATE NOT LESS THAN WS-PERIOD-FROM (WS-PER-SUB)
                   AND SS-DATE NOT GREATER THAN
                       WS-PERIOD-TO (WS-PER-SUB)
                   EVALUATE SS-TYPE
                       WHEN 'S'
                           ADD SS-QTY TO WS-AC-UNITS (WS-PER-SUB)
                           ADD SS-EXTENDED
                               TO WS-AC-SALES (WS-PER-SUB)
                       WHEN 'R'
                           ADD SS-QTY
                               TO WS-AC-RET-UNITS (WS-PER-SUB)
                           SUBTRACT SS-EXTENDED
                               FROM WS-AC-RETURNS (WS-PER-SUB)
                       WHEN 'C'
                           SUBTRACT SS-EXTENDED
                               FROM WS-AC-CREDITS (WS-PER-SUB)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ADD-TO-GRAND.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               ADD WS-AC-UNITS (WS-PER-SUB)
                   TO WS-GR-UNITS (WS-PER-SUB)
               ADD WS-AC-SALES (WS-PER-SUB)
                   TO WS-GR-SALES (WS-PER-SUB)
               ADD WS-AC-RET-UNITS (WS-PER-SUB)
                   TO WS-GR-RET-UNITS (WS-PER-SUB)
               ADD WS-AC-RETURNS (WS-PER-SUB)
                   TO WS-GR-RETURNS (WS-PER-SUB)
               ADD WS-AC-CREDITS (WS-PER-SUB)
                   TO WS-GR-CREDITS (WS-PER-SUB)
           END-PERFORM.

       FORMAT-PERIOD-LINE.
           MOVE WS-PERIOD-LABEL (WS-PER-SUB) TO WS-PL-LABEL.
           MOVE WS-AC-UNITS (WS-PER-SUB) TO WS-PL-UNITS.
           MOVE WS-AC-SALES (WS-PER-SUB) TO WS-PL-SALES.
           MOVE WS-AC-RET-UNITS (WS-PER-SUB) TO WS-PL-RET-UNITS.
           MOVE WS-AC-RETURNS (WS-PER-SUB) TO WS-PL-RETURNS.
           MOVE WS-AC-CREDITS (WS-PER-SUB) TO WS-PL-CREDITS.
           COMPUTE WS-NET-UNITS = WS-AC-UNITS (WS-PER-SUB)
               - WS-AC-RET-UNITS (WS-PER-SUB).
           COMPUTE WS-NET-SALES = WS-AC-SALES (WS-PER-SUB)
               - WS-AC-RETURNS (WS-PER-SUB)
               - WS-AC-CREDITS (WS-PER-SUB).
           MOVE WS-NET-UNITS TO WS-PL-NET-UNITS.
           MOVE WS-NET-SALES TO WS-PL-NET-SALES.

       WRITE-ITEM-REPORT.
           OPEN OUTPUT ITEM-REPORT.
           MOVE WS-REPORT-MONTH TO WS-IH-MONTH.
           MOVE WS-AS-OF TO WS-IH-AS-OF.
           WRITE ITEM-LINE FROM WS-ITEM-HEADING-1.
           WRITE ITEM-LINE FROM WS-COLUMN-HEADING.
           PERFORM CLEAR-GRAND.
           MOVE 'Y' TO WS-FIRST.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SALES-SORT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FIRST = 'Y'
                           MOVE 'N' TO WS-FIRST
                           MOVE SS-ITEM-CODE TO WS-CURR-ITEM
                           PERFORM CLEAR-ACCUM
                       END-IF
                       IF SS-ITEM-CODE NOT = WS-CURR-ITEM
                           PERFORM WRITE-ONE-ITEM
                           MOVE SS-ITEM-CODE TO WS-CURR-ITEM
                           PERFORM CLEAR-ACCUM
                       END-IF
                       PERFORM TALLY-ONE-LINE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST = 'N'
               PERFORM WRITE-ONE-ITEM
           END-IF.
           MOVE WS-GRAND TO WS-ACCUM.
           MOVE SPACES TO ITEM-LINE.
           WRITE ITEM-LINE.
           MOVE "ALL ITEMS" TO WS-TN-TEXT.
           WRITE ITEM-LINE FROM WS-TOTAL-NAME-LINE.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               PERFORM FORMAT-PERIOD-LINE
               WRITE ITEM-LINE FROM WS-PERIOD-LINE
           END-PERFORM.
           CLOSE ITEM-REPORT.

       WRITE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM ADD-TO-GRAND.
           MOVE WS-CURR-ITEM TO WS-IN-ITEM-CODE.
           MOVE WS-CURR-ITEM TO IM-ITEM-CODE.
           READ ITEMMST
               INVALID KEY
                   MOVE "** NOT ON ITEM MASTER **" TO WS-IN-DESC
               NOT INVALID KEY
                   MOVE IM-DESC TO WS-IN-DESC
           END-READ.
           MOVE SPACES TO ITEM-LINE.
           WRITE ITEM-LINE.
           WRITE ITEM-LINE FROM WS-ITEM-NAME-LINE.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               PERFORM FORMAT-PERIOD-LINE
               WRITE ITEM-LINE FROM WS-PERIOD-LINE
           END-PERFORM.

      * ONE SUMMARY RECORD PER CUSTOMER GOES TO salescus.wrk SO A
      * SECOND SORT CAN RANK THEM BY YEAR-TO-DATE NET SALES.
       SUMMARIZE-CUSTOMERS.
           OPEN OUTPUT CUSTSUM-FILE.
           MOVE 'Y' TO WS-FIRST.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SALES-SORT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FIRST = 'Y'
                           MOVE 'N' TO WS-FIRST
                           MOVE SS-FENTRY-ID TO WS-CURR-ID
                           PERFORM CLEAR-ACCUM
                       END-IF
                       IF SS-FENTRY-ID NOT = WS-CURR-ID
                           PERFORM WRITE-ONE-CUSTSUM
                           MOVE SS-FENTRY-ID TO WS-CURR-ID
                           PERFORM CLEAR-ACCUM
                       END-IF
                       PERFORM TALLY-ONE-LINE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST = 'N'
               PERFORM WRITE-ONE-CUSTSUM
           END-IF.
           CLOSE CUSTSUM-FILE.

       WRITE-ONE-CUSTSUM.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               MOVE WS-AC-UNITS (WS-PER-SUB)
                   TO WS-PD-UNITS (WS-PER-SUB)
               MOVE WS-AC-SALES (WS-PER-SUB)
                   TO WS-PD-SALES (WS-PER-SUB)
               MOVE WS-AC-RET-UNITS (WS-PER-SUB)
                   TO WS-PD-RET-UNITS (WS-PER-SUB)
               MOVE WS-AC-RETURNS (WS-PER-SUB)
                   TO WS-PD-RETURNS (WS-PER-SUB)
               MOVE WS-AC-CREDITS (WS-PER-SUB)
                   TO WS-PD-CREDITS (WS-PER-SUB)
           END-PERFORM.
           COMPUTE CS-YTD-NET = WS-AC-SALES (3)
               - WS-AC-RETURNS (3) - WS-AC-CREDITS (3).
           MOVE WS-CURR-ID TO CS-FENTRY-ID.
           MOVE WS-PERIOD-DATA TO CS-PERIOD-DATA.
           WRITE CUSTSUM-RECORD.

       WRITE-CUSTOMER-REPORT.
           OPEN OUTPUT CUST-REPORT.
           MOVE WS-REPORT-MONTH TO WS-CH-MONTH.
           MOVE WS-AS-OF TO WS-CH-AS-OF.
           WRITE CUST-LINE FROM WS-CUST-HEADING-1.
           WRITE CUST-LINE FROM WS-CUST-HEADING-2.
           WRITE CUST-LINE FROM WS-COLUMN-HEADING.
           PERFORM CLEAR-GRAND.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN RANK-SORT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM WRITE-ONE-CUSTOMER
               END-RETURN
           END-PERFORM.
           MOVE WS-GRAND TO WS-ACCUM.
           MOVE SPACES TO CUST-LINE.
           WRITE CUST-LINE.
           MOVE "ALL CUSTOMERS" TO WS-TN-TEXT.
           WRITE CUST-LINE FROM WS-TOTAL-NAME-LINE.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               PERFORM FORMAT-PERIOD-LINE
               WRITE CUST-LINE FROM WS-PERIOD-LINE
           END-PERFORM.
           CLOSE CUST-REPORT.

       WRITE-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           ADD 1 TO WS-RANK.
           MOVE RK-PERIOD-DATA TO WS-PERIOD-DATA.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               MOVE WS-PD-UNITS (WS-PER-SUB)
                   TO WS-AC-UNITS (WS-PER-SUB)
               MOVE WS-PD-SALES (WS-PER-SUB)
                   TO WS-AC-SALES (WS-PER-SUB)
               MOVE WS-PD-RET-UNITS (WS-PER-SUB)
                   TO WS-AC-RET-UNITS (WS-PER-SUB)
               MOVE WS-PD-RETURNS (WS-PER-SUB)
                   TO WS-AC-RETURNS (WS-PER-SUB)
               MOVE WS-PD-CREDITS (WS-PER-SUB)
                   TO WS-AC-CREDITS (WS-PER-SUB)
           END-PERFORM.
           PERFORM ADD-TO-GRAND.
           MOVE WS-RANK TO WS-CN-RANK.
           MOVE RK-FENTRY-ID TO WS-CN-ID.
           MOVE RK-FENTRY-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-CN-NAME
               NOT INVALID KEY
                   MOVE NAME TO WS-CN-NAME
           END-READ.
           MOVE SPACES TO CUST-LINE.
           WRITE CUST-LINE.
           WRITE CUST-LINE FROM WS-CUST-NAME-LINE.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB GREATER THAN 4
               PERFORM FORMAT-PERIOD-LINE
               WRITE CUST-LINE FROM WS-PERIOD-LINE
           END-PERFORM.

      * THE DATE THE DAILY STREAM LAST RAN UNDER; THE CLOCK DATE IS
      * ONLY USED BEFORE A BUSINESS DATE HAS EVER BEEN SET.
       GET-BUSINESS-DATE.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "SALESAN" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'Y'
               MOVE WS-RC-BUS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.
