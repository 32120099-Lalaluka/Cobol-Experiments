REORDR
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDRPT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT ITEMMST ASSIGN TO 'itemmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMST-STATUS.
               SELECT MOVE-SORT ASSIGN TO 'reordrpt.srt'.
               SELECT REPORT-FILE ASSIGN TO 'reorder.rpt'
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
           FD ITEMMST.
           COPY ITEMMST REPLACING CPY-IM-RECORD BY ITEMMST-FILE
                                  CPY-IM-ITEM-CODE BY IM-ITEM-CODE
                                  CPY-IM-DESC BY IM-DESC
                                  CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
                                  CPY-IM-ACTIVE BY IM-ACTIVE
                                  CPY-IM-ON-HAND BY IM-ON-HAND
                                CPY-IM-REORDER-PT BY IM-REORDER-PT.
           SD MOVE-SORT.
           01 MOVE-SORT-RECORD.
               05 MS-ITEM-CODE PIC X(8).
               05 MS-TYPE PIC X(1).
               05 MS-QTY PIC 9(5).
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
           01 WS-ITEMMST-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-SORT-EOF PIC A(1) VALUE 'N'.
           01 WS-ITEM-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-FROM-INT PIC 9(7).
           01 WS-LINE-INT PIC 9(7).
           01 WS-SOLD PIC 9(9).
           01 WS-RETURNED PIC 9(9).
           01 WS-NET-MOVED PIC S9(9).
           01 WS-REL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
           01 WS-BELOW-COUNT PIC 9(7) VALUE ZERO.
           01 WS-HEADING-1.
               05 FILLER PIC X(40) VALUE
                   "ITEMS AT OR BELOW REORDER POINT".
               05 FILLER PIC X(6) VALUE "RUN: ".
               05 WS-H-DATE PIC 9(8).
           01 WS-HEADING-2.
               05 FILLER PIC X(40) VALUE
                   "MOVEMENT IS INVOICED SALES AND RETURNS".
               05 FILLER PIC X(29) VALUE
                   "OVER THE LAST 30 DAYS".
           01 WS-HEADING-3.
               05 FILLER PIC X(10) VALUE "ITEM".
               05 FILLER PIC X(26) VALUE "DESCRIPTION".
               05 FILLER PIC X(8) VALUE " ON HAND".
               05 FILLER PIC X(9) VALUE "  REORDER".
               05 FILLER PIC X(9) VALUE "  SOLD 30".
               05 FILLER PIC X(9) VALUE "  RETD 30".
               05 FILLER PIC X(9) VALUE "   NET 30".
           01 WS-DETAIL-LINE.
               05 WS-DL-ITEM-CODE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-DESC PIC X(25).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-ON-HAND PIC ZZZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-REORDER-PT PIC ZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-SOLD PIC ZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-RETURNED PIC ZZZZZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-NET PIC ZZZZZZZ9-.
           01 WS-COUNT-LINE.
               05 WS-CL-TEXT PIC X(25).
               05 WS-CL-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'S' TO WS-RC-FUNCTION.
           MOVE "REORDRPT" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'S'
               DISPLAY "REORDRPT ALREADY COMPLETE, SKIPPED FOR RESTART"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "REORDRPT BLOCKED BY RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-FROM-INT = WS-TODAY-INT - 29.
           OPEN INPUT ITEMMST.
           IF WS-ITEMMST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN itemmst.txt, STATUS "
                   WS-ITEMMST-STATUS
               MOVE 'E' TO WS-RC-FUNCTION
               MOVE 16 TO WS-RC-COND-CODE
               CALL "RUNCTL" USING WS-RC-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
           SORT MOVE-SORT
               ON ASCENDING KEY MS-ITEM-CODE
               INPUT PROCEDURE IS LOAD-MOVE-SORT
               OUTPUT PROCEDURE IS WRITE-REORDER-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS READ..............." TO WS-CL-TEXT.
           MOVE WS-ITEM-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "ITEMS TO REORDER........." TO WS-CL-TEXT.
           MOVE WS-BELOW-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           CLOSE REPORT-FILE.
           CLOSE ITEMMST.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY "REORDRPT " WS-BELOW-COUNT " OF " WS-ITEM-COUNT
               " ITEM(S) AT OR BELOW REORDER POINT".
           MOVE 'E' TO WS-RC-FUNCTION.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * MOVEMENT IS TAKEN FROM THE INVOICE HISTORY: 'S' SALES AND
      * 'R' RETURNS RUN IN THE LAST 30 DAYS, TODAY INCLUDED.
      * CREDIT MEMOS MOVE NO STOCK, AND RECEIPTS AND COUNT
      * CORRECTIONS ARE ON stkmnt.aud, NOT THE HISTORY.
       LOAD-MOVE-SORT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "REORDRPT: NO invhist.txt, STATUS "
                   WS-HISTORY-STATUS ", MOVEMENT SHOWN AS ZERO"
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
           IF (IH-TYPE = 'S' OR IH-TYPE = 'R')
               AND IH-RUN-DATE IS NUMERIC
               AND IH-RUN-DATE NOT GREATER THAN WS-TODAY
               COMPUTE WS-LINE-INT =
                   FUNCTION INTEGER-OF-DATE(IH-RUN-DATE)
               IF WS-LINE-INT NOT LESS THAN WS-FROM-INT
                   MOVE IH-ITEM-CODE TO MS-ITEM-CODE
                   MOVE IH-TYPE TO MS-TYPE
                   MOVE IH-QTY TO MS-QTY
                   RELEASE MOVE-SORT-RECORD
                   ADD 1 TO WS-REL-COUNT
               END-IF
           END-IF.

      * THE SORTED MOVEMENT IS MATCHED AGAINST THE ITEM MASTER,
      * BOTH IN ITEM CODE ORDER. MOVEMENT FOR AN ITEM NO LONGER ON
      * THE MASTER IS PASSED OVER.
       WRITE-REORDER-LIST.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 'N' TO WS-ITEM-EOF.
           PERFORM RETURN-MOVEMENT.
           PERFORM UNTIL WS-ITEM-EOF = 'Y'
               READ ITEMMST NEXT
                   AT END MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END PERFORM CHECK-ONE-ITEM
               END-READ
           END-PERFORM.

       RETURN-MOVEMENT.
           RETURN MOVE-SORT
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-SOLD.
           MOVE ZERO TO WS-RETURNED.
           PERFORM RETURN-MOVEMENT
               UNTIL WS-SORT-EOF = 'Y'
               OR MS-ITEM-CODE NOT LESS THAN IM-ITEM-CODE.
           PERFORM ADD-MOVEMENT
               UNTIL WS-SORT-EOF = 'Y'
               OR MS-ITEM-CODE NOT = IM-ITEM-CODE.
           IF IM-ACTIVE NOT = 'I'
               AND IM-REORDER-PT GREATER THAN ZERO
               AND IM-ON-HAND NOT GREATER THAN IM-REORDER-PT
               PERFORM WRITE-ONE-ITEM
           END-IF.

       ADD-MOVEMENT.
           IF MS-TYPE = 'S'
               ADD MS-QTY TO WS-SOLD
           ELSE
               ADD MS-QTY TO WS-RETURNED
           END-IF.
           PERFORM RETURN-MOVEMENT.

       WRITE-ONE-ITEM.
           ADD 1 TO WS-BELOW-COUNT.
           MOVE IM-ITEM-CODE TO WS-DL-ITEM-CODE.
           MOVE IM-DESC TO WS-DL-DESC.
           MOVE IM-ON-HAND TO WS-DL-ON-HAND.
           MOVE IM-REORDER-PT TO WS-DL-REORDER-PT.
           MOVE WS-SOLD TO WS-DL-SOLD.
           MOVE WS-RETURNED TO WS-DL-RETURNED.
           COMPUTE WS-NET-MOVED = WS-SOLD - WS-RETURNED.
           MOVE WS-NET-MOVED TO WS-DL-NET.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CONTROL-STATUS = '05' OR WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE "REORDRPT" TO CTL-STEP.
           MOVE "RO-ITEMS" TO CTL-ITEM.
           MOVE WS-ITEM-COUNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "RO-BELOW" TO CTL-ITEM.
           MOVE WS-BELOW-COUNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
