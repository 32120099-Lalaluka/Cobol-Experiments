RECGEN
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURGEN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RECUR ASSIGN TO 'recur.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-RECUR-STATUS.
               SELECT FENTRY ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FENTRY-STATUS.
               SELECT CUSTDTL ASSIGN TO 'custdtl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-FENTRY-ID
               FILE STATUS IS WS-CUSTDTL-STATUS.
               SELECT ITEMMST ASSIGN TO 'itemmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMST-STATUS.
               SELECT PRICETBL ASSIGN TO 'pricetbl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PRICETBL-STATUS.
               SELECT TRAN-FILE ASSIGN TO 'invoice.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'recurgen.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROL-FILE ASSIGN TO 'control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RECUR.
           COPY RECUR REPLACING CPY-RB-RECORD BY RECUR-FILE
                                CPY-RB-KEY BY RB-KEY
                                CPY-RB-FENTRY-ID BY RB-FENTRY-ID
                                CPY-RB-ITEM-CODE BY RB-ITEM-CODE
                                CPY-RB-QTY BY RB-QTY
                                CPY-RB-FREQ BY RB-FREQ
                                CPY-RB-START-DATE BY RB-START-DATE
                                CPY-RB-END-DATE BY RB-END-DATE
                                CPY-RB-NEXT-BILL BY RB-NEXT-BILL
                                CPY-RB-LAST-BILL BY RB-LAST-BILL.
           FD FENTRY.
           COPY FENTRY REPLACING CPY-FENTRY-RECORD BY FENTRY-FILE
                                 CPY-FENTRY-ID BY FENTRY-ID
                                 CPY-FENTRY-NAME BY NAME
                                 CPY-FENTRY-STATUS BY FENTRY-STATUS
                                 CPY-FENTRY-DATE-ADDED BY DATE-ADDED.
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
           FD ITEMMST.
           COPY ITEMMST REPLACING CPY-IM-RECORD BY ITEMMST-FILE
                                  CPY-IM-ITEM-CODE BY IM-ITEM-CODE
                                  CPY-IM-DESC BY IM-DESC
                                  CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
                                  CPY-IM-ACTIVE BY IM-ACTIVE
                                  CPY-IM-ON-HAND BY IM-ON-HAND
                                CPY-IM-REORDER-PT BY IM-REORDER-PT.
           FD PRICETBL.
           COPY PRICETB REPLACING CPY-PT-RECORD BY PRICETBL-FILE
                                  CPY-PT-KEY BY PT-KEY
                                  CPY-PT-TYPE BY PT-TYPE
                                  CPY-PT-FENTRY-ID BY PT-FENTRY-ID
                                  CPY-PT-ITEM-CODE BY PT-ITEM-CODE
                                  CPY-PT-FROM BY PT-FROM
                                  CPY-PT-END-DATE BY PT-END-DATE
                                CPY-PT-UNIT-PRICE BY PT-UNIT-PRICE.
           FD TRAN-FILE.
           01 TRAN-RECORD.
               05 TRAN-TYPE PIC X(1).
               05 TRAN-FENTRY-ID PIC X(5).
               05 TRAN-QTY PIC 9(5).
               05 TRAN-UNIT-PRICE PIC 9(7)V99.
               05 TRAN-ITEM-CODE PIC X(8).
           COPY INVBTCH REPLACING CPY-BT-RECORD BY BATCH-RECORD
                                  CPY-BT-TYPE BY BT-TYPE
                                  CPY-BT-HEADER BY BT-HEADER
                                  CPY-BT-BRANCH BY BT-BRANCH
                                  CPY-BT-BATCH-DATE BY BT-BATCH-DATE
                                  CPY-BT-TRAILER BY BT-TRAILER
                                  CPY-BT-LINE-COUNT BY BT-LINE-COUNT
                                  CPY-BT-QTY-HASH BY BT-QTY-HASH.
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(90).
           FD CONTROL-FILE.
           COPY FENTCTL REPLACING CPY-CTL-RECORD BY CONTROL-RECORD
                                  CPY-CTL-STEP BY CTL-STEP
                                  CPY-CTL-ITEM BY CTL-ITEM
                                  CPY-CTL-COUNT BY CTL-COUNT
                                  CPY-CTL-AMOUNT BY CTL-AMOUNT.

           WORKING-STORAGE SECTION.
           01 WS-RECUR-STATUS PIC X(2).
           01 WS-FENTRY-STATUS PIC X(2).
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-ITEMMST-STATUS PIC X(2).
           01 WS-PRICETBL-STATUS PIC X(2).
           01 WS-PRICETBL-OPEN PIC A(1) VALUE 'N'.
           01 WS-TRAN-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           COPY DATECALP REPLACING CPY-DCP-PARMS BY WS-DC-PARMS
                                   CPY-DCP-FUNCTION BY WS-DC-FUNCTION
                                   CPY-DCP-DATE-1 BY WS-DC-DATE-1
                                   CPY-DCP-DATE-2 BY WS-DC-DATE-2
                                   CPY-DCP-DAYS BY WS-DC-DAYS
                                   CPY-DCP-RESULT BY WS-DC-RESULT.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-PT-EOF PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 WS-BATCH-OPEN PIC A(1) VALUE 'N'.
           01 WS-SKIP-REASON PIC X(20).
           01 WS-MASTER-PRICE PIC 9(7)V99.
           01 WS-PRICE-RULE PIC X(8).
           01 WS-ADD-MONTHS PIC 9(2).
           01 WS-MONTH-TOTAL PIC 9(6).
           01 WS-NEXT-WORK.
               05 WS-NW-YEAR PIC 9(4).
               05 WS-NW-MONTH PIC 9(2).
               05 WS-NW-DAY PIC 9(2).
           01 WS-NEXT-DATE REDEFINES WS-NEXT-WORK PIC 9(8).
           01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
           01 WS-DUE-COUNT PIC 9(7) VALUE ZERO.
           01 WS-BILLED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-QTY-HASH PIC 9(9) VALUE ZERO.
           01 WS-HEADING-1.
               05 FILLER PIC X(40) VALUE
                   "RECURRING CHARGES GENERATED".
               05 FILLER PIC X(6) VALUE "RUN: ".
               05 WS-H-DATE PIC 9(8).
           01 WS-HEADING-2.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(10) VALUE "ITEM".
               05 FILLER PIC X(7) VALUE "  QTY".
               05 FILLER PIC X(5) VALUE "FREQ".
               05 FILLER PIC X(10) VALUE "BILL DATE".
               05 FILLER PIC X(12) VALUE "  UNIT PRICE".
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "DISPOSITION".
           01 WS-DETAIL-LINE.
               05 WS-DL-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-ITEM PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-QTY PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DL-FREQ PIC X(1).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DL-BILL-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-PRICE PIC ZZZZZZZ9.99.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DL-DISP PIC X(30).
           01 WS-COUNT-LINE.
               05 WS-CL-TEXT PIC X(25).
               05 WS-CL-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'S' TO WS-RC-FUNCTION.
           MOVE "RECURGEN" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'S'
               DISPLAY "RECURGEN ALREADY COMPLETE, SKIPPED FOR RESTART"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "RECURGEN BLOCKED BY RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           OPEN I-O RECUR.
           IF WS-RECUR-STATUS = '00'
               PERFORM OPEN-LOOKUP-FILES
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECUR NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM PROCESS-ONE-CHARGE
                   END-READ
               END-PERFORM
               PERFORM CLOSE-LOOKUP-FILES
               CLOSE RECUR
           ELSE
               DISPLAY "RECURGEN: NO recur.txt, STATUS "
                   WS-RECUR-STATUS ", NOTHING GENERATED"
           END-IF.
           IF WS-BATCH-OPEN = 'Y'
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY "RECURGEN BILLED " WS-LINE-COUNT " LINE(S) FOR "
               WS-BILLED-COUNT " CHARGE(S), SKIPPED " WS-SKIP-COUNT.
           IF WS-SKIP-COUNT GREATER THAN ZERO
               MOVE 4 TO WS-RC-COND-CODE
           ELSE
               MOVE 0 TO WS-RC-COND-CODE
           END-IF.
           MOVE 'E' TO WS-RC-FUNCTION.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE WS-RC-COND-CODE TO RETURN-CODE.
       STOP RUN.

      * THE PRICE TABLE IS OPTIONAL, AS IN MUL; WITHOUT IT EVERY
      * LINE GOES OUT AT THE ITEM MASTER PRICE.
       OPEN-LOOKUP-FILES.
           OPEN INPUT FENTRY.
           IF WS-FENTRY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FENTRY-STATUS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT ITEMMST.
           IF WS-ITEMMST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN itemmst.txt, STATUS "
                   WS-ITEMMST-STATUS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT PRICETBL.
           IF WS-PRICETBL-STATUS = '00'
               MOVE 'Y' TO WS-PRICETBL-OPEN
           ELSE
               DISPLAY "RECURGEN: NO pricetbl.txt (STATUS "
                   WS-PRICETBL-STATUS "), ITEM MASTER PRICES USED"
           END-IF.

       CLOSE-LOOKUP-FILES.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
           CLOSE ITEMMST.
           IF WS-PRICETBL-OPEN = 'Y'
               CLOSE PRICETBL
           END-IF.

      * NOTHING HAS BEEN WRITTEN TO invoice.txt OR recur.txt WHEN A
      * LOOKUP FILE IS MISSING, SO THE STEP CAN SIMPLY BE RERUN.
       ABANDON-RUN.
           MOVE 16 TO WS-RC-COND-CODE.
           MOVE 'E' TO WS-RC-FUNCTION.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * A CHARGE IS DUE WHEN ITS NEXT BILL DATE IS ON OR BEFORE THE
      * BUSINESS DATE AND NOT PAST ITS END DATE. EVERY CYCLE STILL
      * OWED IS BILLED AS ITS OWN LINE, SO A CHARGE HELD BACK ON AN
      * EARLIER NIGHT CATCHES UP. A SKIPPED CHARGE KEEPS ITS NEXT
      * BILL DATE AND IS LISTED AGAIN EVERY NIGHT UNTIL IT BILLS.
       PROCESS-ONE-CHARGE.
           ADD 1 TO WS-READ-COUNT.
           IF RB-NEXT-BILL NOT GREATER THAN WS-TODAY
               AND RB-NEXT-BILL NOT GREATER THAN RB-END-DATE
               ADD 1 TO WS-DUE-COUNT
               PERFORM CHECK-CHARGE-ACCOUNT
               IF WS-SKIP-REASON NOT = SPACES
                   PERFORM LIST-SKIPPED-CHARGE
               ELSE
                   PERFORM FIND-PRICE-OF-RECORD
                   PERFORM BILL-ONE-CYCLE
                       UNTIL RB-NEXT-BILL GREATER THAN WS-TODAY
                       OR RB-NEXT-BILL GREATER THAN RB-END-DATE
                   ADD 1 TO WS-BILLED-COUNT
                   REWRITE RECUR-FILE
                       INVALID KEY
                           DISPLAY "RECURGEN: REWRITE FAILED FOR "
                               RB-FENTRY-ID " " RB-ITEM-CODE
                   END-REWRITE
               END-IF
           END-IF.

      * THE SAME TESTS MUL WOULD APPLY, MADE HERE SO A HELD OR
      * CLOSED ACCOUNT IS NOT BILLED AND THE CYCLE IS NOT LOST.
       CHECK-CHARGE-ACCOUNT.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE RB-FENTRY-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WS-SKIP-REASON
               NOT INVALID KEY
                   IF FENTRY-STATUS = 'I'
                       MOVE "CUSTOMER INACTIVE" TO WS-SKIP-REASON
                   END-IF
           END-READ.
           IF WS-SKIP-REASON = SPACES
               MOVE RB-FENTRY-ID TO CD-FENTRY-ID
               READ CUSTDTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CD-HOLD-FLAG = 'H'
                           MOVE "CREDIT HOLD" TO WS-SKIP-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-SKIP-REASON = SPACES
               MOVE RB-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMST
                   INVALID KEY
                       MOVE "ITEM NOT ON MASTER" TO WS-SKIP-REASON
                   NOT INVALID KEY
                       IF IM-ACTIVE = 'I'
                           MOVE "ITEM INACTIVE" TO WS-SKIP-REASON
                       END-IF
               END-READ
           END-IF.

      * THE PRICE OF RECORD IS THE CUSTOMER'S CONTRACT PRICE IN FORCE
      * ON THE BUSINESS DATE, ELSE THE HIGHEST QUANTITY-BREAK TIER
      * THE QUANTITY REACHES, ELSE THE ITEM MASTER PRICE - THE PRICE
      * MUL WILL CHECK THE LINE AGAINST.
       FIND-PRICE-OF-RECORD.
           MOVE IM-UNIT-PRICE TO WS-MASTER-PRICE.
           MOVE "LIST" TO WS-PRICE-RULE.
           IF WS-PRICETBL-OPEN = 'Y'
               PERFORM FIND-CONTRACT-PRICE
               IF WS-PRICE-RULE = "LIST"
                   PERFORM FIND-QTY-BREAK-PRICE
               END-IF
           END-IF.

       FIND-CONTRACT-PRICE.
           MOVE 'C' TO PT-TYPE.
           MOVE RB-FENTRY-ID TO PT-FENTRY-ID.
           MOVE RB-ITEM-CODE TO PT-ITEM-CODE.
           MOVE ZERO TO PT-FROM.
           MOVE 'N' TO WS-PT-EOF.
           START PRICETBL KEY IS NOT LESS THAN PT-KEY
               INVALID KEY MOVE 'Y' TO WS-PT-EOF
           END-START.
           PERFORM UNTIL WS-PT-EOF = 'Y'
               READ PRICETBL NEXT RECORD
                   AT END MOVE 'Y' TO WS-PT-EOF
                   NOT AT END
                       IF PT-TYPE NOT = 'C'
                           OR PT-FENTRY-ID NOT = RB-FENTRY-ID
                           OR PT-ITEM-CODE NOT = RB-ITEM-CODE
                           OR PT-FROM GREATER THAN WS-TODAY
                           MOVE 'Y' TO WS-PT-EOF
                       ELSE
                           IF PT-END-DATE NOT LESS THAN WS-TODAY
                               MOVE PT-UNIT-PRICE TO WS-MASTER-PRICE
                               MOVE "CONTRACT" TO WS-PRICE-RULE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-QTY-BREAK-PRICE.
           MOVE 'Q' TO PT-TYPE.
           MOVE ZERO TO PT-FENTRY-ID.
           MOVE RB-ITEM-CODE TO PT-ITEM-CODE.
           MOVE ZERO TO PT-FROM.
           MOVE 'N' TO WS-PT-EOF.
           START PRICETBL KEY IS NOT LESS THAN PT-KEY
               INVALID KEY MOVE 'Y' TO WS-PT-EOF
           END-START.
           PERFORM UNTIL WS-PT-EOF = 'Y'
               READ PRICETBL NEXT RECORD
                   AT END MOVE 'Y' TO WS-PT-EOF
                   NOT AT END
                       IF PT-TYPE NOT = 'Q'
                           OR PT-ITEM-CODE NOT = RB-ITEM-CODE
                           OR PT-FROM GREATER THAN RB-QTY
                           MOVE 'Y' TO WS-PT-EOF
                       ELSE
                           MOVE PT-UNIT-PRICE TO WS-MASTER-PRICE
                           MOVE "QTY BRK" TO WS-PRICE-RULE
                       END-IF
               END-READ
           END-PERFORM.

      * THE GENERATED LINES GO OUT AS ONE BATCH OF THEIR OWN, BRANCH
      * "REC", HEADED AND TRAILED LIKE A BRANCH TRANSMISSION SO
      * INVEDIT PROVES THEM WITH EVERYTHING ELSE ON invoice.txt. NO
      * BATCH IS WRITTEN ON A NIGHT WITH NOTHING DUE.
       OPEN-BATCH.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-STATUS = '05' OR WS-TRAN-STATUS = '35'
               OPEN OUTPUT TRAN-FILE
           END-IF.
           MOVE SPACES TO BATCH-RECORD.
           MOVE 'H' TO BT-TYPE.
           MOVE "REC" TO BT-BRANCH.
           MOVE WS-TODAY TO BT-BATCH-DATE.
           WRITE BATCH-RECORD.
           MOVE 'Y' TO WS-BATCH-OPEN.

       BILL-ONE-CYCLE.
           IF WS-BATCH-OPEN = 'N'
               PERFORM OPEN-BATCH
           END-IF.
           MOVE 'S' TO TRAN-TYPE.
           MOVE RB-FENTRY-ID TO TRAN-FENTRY-ID.
           MOVE RB-QTY TO TRAN-QTY.
           MOVE WS-MASTER-PRICE TO TRAN-UNIT-PRICE.
           MOVE RB-ITEM-CODE TO TRAN-ITEM-CODE.
           WRITE TRAN-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           ADD RB-QTY TO WS-QTY-HASH.
           PERFORM FORMAT-DETAIL-LINE.
           MOVE WS-MASTER-PRICE TO WS-DL-PRICE.
           MOVE "BILLED" TO WS-DL-DISP.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE WS-TODAY TO RB-LAST-BILL.
           PERFORM ADVANCE-NEXT-BILL.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-RECORD.
           MOVE 'T' TO BT-TYPE.
           MOVE WS-LINE-COUNT TO BT-LINE-COUNT.
           MOVE WS-QTY-HASH TO BT-QTY-HASH.
           WRITE BATCH-RECORD.
           CLOSE TRAN-FILE.

       LIST-SKIPPED-CHARGE.
           ADD 1 TO WS-SKIP-COUNT.
           PERFORM FORMAT-DETAIL-LINE.
           MOVE ZERO TO WS-DL-PRICE.
           MOVE SPACES TO WS-DL-DISP.
           STRING "SKIPPED - " DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               INTO WS-DL-DISP.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       FORMAT-DETAIL-LINE.
           MOVE RB-FENTRY-ID TO WS-DL-ID.
           MOVE RB-ITEM-CODE TO WS-DL-ITEM.
           MOVE RB-QTY TO WS-DL-QTY.
           MOVE RB-FREQ TO WS-DL-FREQ.
           MOVE RB-NEXT-BILL TO WS-DL-BILL-DATE.

      * WEEKLY CHARGES MOVE ON SEVEN DAYS. THE OTHERS MOVE ON WHOLE
      * MONTHS AND COME BACK TO THE START DATE'S DAY OF THE MONTH,
      * PULLED BACK TO THE LAST DAY OF A MONTH TOO SHORT FOR IT.
       ADVANCE-NEXT-BILL.
           EVALUATE RB-FREQ
               WHEN 'W'
                   COMPUTE RB-NEXT-BILL = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RB-NEXT-BILL) + 7)
               WHEN 'Q'
                   MOVE 3 TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-TO-NEXT-BILL
               WHEN 'A'
                   MOVE 12 TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-TO-NEXT-BILL
               WHEN OTHER
                   MOVE 1 TO WS-ADD-MONTHS
                   PERFORM ADD-MONTHS-TO-NEXT-BILL
           END-EVALUATE.

       ADD-MONTHS-TO-NEXT-BILL.
           MOVE RB-NEXT-BILL TO WS-NEXT-DATE.
           COMPUTE WS-MONTH-TOTAL = WS-NW-YEAR * 12 + WS-NW-MONTH - 1
               + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-NW-YEAR
               REMAINDER WS-NW-MONTH.
           ADD 1 TO WS-NW-MONTH.
           MOVE RB-START-DATE (7:2) TO WS-NW-DAY.
           PERFORM CHECK-NEXT-DATE.
           PERFORM UNTIL WS-DC-RESULT = 'Y'
               SUBTRACT 1 FROM WS-NW-DAY
               PERFORM CHECK-NEXT-DATE
           END-PERFORM.
           MOVE WS-NEXT-DATE TO RB-NEXT-BILL.

       CHECK-NEXT-DATE.
           MOVE 'V' TO WS-DC-FUNCTION.
           MOVE WS-NEXT-DATE TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-PARMS.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHARGES READ............." TO WS-CL-TEXT.
           MOVE WS-READ-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "CHARGES DUE.............." TO WS-CL-TEXT.
           MOVE WS-DUE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "CHARGES BILLED..........." TO WS-CL-TEXT.
           MOVE WS-BILLED-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "CHARGES SKIPPED.........." TO WS-CL-TEXT.
           MOVE WS-SKIP-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "INVOICE LINES WRITTEN...." TO WS-CL-TEXT.
           MOVE WS-LINE-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "QUANTITY HASH............" TO WS-CL-TEXT.
           MOVE WS-QTY-HASH TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CONTROL-STATUS = '05' OR WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE "RECURGEN" TO CTL-STEP.
           MOVE "RG-LINES" TO CTL-ITEM.
           MOVE WS-LINE-COUNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "RG-QTY" TO CTL-ITEM.
           MOVE WS-QTY-HASH TO CTL-COUNT.
           WRITE CONTROL-RECORD.
           MOVE "RG-SKIPPED" TO CTL-ITEM.
           MOVE WS-SKIP-COUNT TO CTL-COUNT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
