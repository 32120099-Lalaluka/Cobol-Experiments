ADJREG
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJREG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ADJTRAN-FILE ASSIGN TO 'adjtran.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJTRAN-STATUS.
               SELECT REGISTER-FILE ASSIGN TO 'adjreg.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROL-FILE ASSIGN TO 'control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ADJTRAN-FILE.
           COPY ADJTRAN REPLACING CPY-ADJ-RECORD BY ADJTRAN-RECORD
                                  CPY-ADJ-DATE BY ADJ-DATE
                                  CPY-ADJ-TIME BY ADJ-TIME
                                  CPY-ADJ-OPERATOR BY ADJ-OPERATOR
                                  CPY-ADJ-TYPE BY ADJ-TYPE
                                  CPY-ADJ-FENTRY-ID BY ADJ-FENTRY-ID
                                  CPY-ADJ-REASON BY ADJ-REASON
                                  CPY-ADJ-AMOUNT BY ADJ-AMOUNT
                               CPY-ADJ-BEFORE-BAL BY ADJ-BEFORE-BAL
                                  CPY-ADJ-AFTER-BAL BY ADJ-AFTER-BAL
                               CPY-ADJ-INVOICE-NO BY ADJ-INVOICE-NO
                                  CPY-ADJ-MEMO BY ADJ-MEMO.
           FD REGISTER-FILE.
           01 REGISTER-LINE PIC X(80).
           FD CONTROL-FILE.
           COPY FENTCTL REPLACING CPY-CTL-RECORD BY CONTROL-RECORD
                                  CPY-CTL-STEP BY CTL-STEP
                                  CPY-CTL-ITEM BY CTL-ITEM
                                  CPY-CTL-COUNT BY CTL-COUNT
                                  CPY-CTL-AMOUNT BY CTL-AMOUNT.
           FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(117).

           WORKING-STORAGE SECTION.
           01 WS-ADJTRAN-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-ARCHIVE-NAME PIC X(40).
           01 WS-ARCHIVE-EOF PIC A(1).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DEBIT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CREDIT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-WRITEOFF-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DEBIT-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-CREDIT-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-WRITEOFF-AMOUNT PIC 9(11)V99 VALUE ZERO.
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-HEADING-1.
               05 FILLER PIC X(34) VALUE
                   "BALANCE ADJUSTMENT REGISTER".
               05 FILLER PIC X(6) VALUE "DATE: ".
               05 WS-H-DATE PIC 9(8).
           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE "DATE".
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(10) VALUE "TYPE".
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(6) VALUE "RSN".
               05 FILLER PIC X(14) VALUE "      AMOUNT".
               05 FILLER PIC X(15) VALUE "   NEW BALANCE".
               05 FILLER PIC X(8) VALUE "INVOICE".
           01 WS-RPT-DETAIL-LINE.
               05 WS-DR-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-OPERATOR PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-TYPE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-REASON PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-AMOUNT PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-BALANCE PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-INVOICE PIC 9(8).
           01 WS-MEMO-LINE.
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(6) VALUE "MEMO: ".
               05 WS-ML-MEMO PIC X(30).
           01 WS-COUNT-LINE.
               05 WS-CL-TEXT PIC X(25).
               05 WS-CL-COUNT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CL-AMOUNT PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'S' TO WS-RC-FUNCTION.
           MOVE "ADJREG" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'S'
               DISPLAY "ADJREG ALREADY COMPLETE, SKIPPED FOR RESTART"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "ADJREG BLOCKED BY RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           OPEN OUTPUT REGISTER-FILE.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REGISTER-LINE FROM WS-HEADING-1.
           WRITE REGISTER-LINE FROM WS-HEADING-2.
           OPEN INPUT ADJTRAN-FILE.
           IF WS-ADJTRAN-STATUS NOT = '00'
               DISPLAY "NO ADJUSTMENTS (adjtran.txt STATUS "
                   WS-ADJTRAN-STATUS "), NOTHING TO JOURNAL"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ADJTRAN-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM LIST-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJTRAN-FILE
               PERFORM ARCHIVE-ADJTRAN-FILE
           END-IF.
           PERFORM WRITE-COUNT-LINES.
           CLOSE REGISTER-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY "ADJREG READ " WS-READ-COUNT
               " DEBITS " WS-DEBIT-COUNT
               " CREDITS " WS-CREDIT-COUNT
               " WRITE-OFFS " WS-WRITEOFF-COUNT.
           IF WS-REJECT-COUNT GREATER THAN ZERO
               MOVE 4 TO WS-RC-COND-CODE
           ELSE
               MOVE 0 TO WS-RC-COND-CODE
           END-IF.
           MOVE 'E' TO WS-RC-FUNCTION.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE WS-RC-COND-CODE TO RETURN-CODE.
       STOP RUN.

      * THE CUSTOMER BALANCES WERE ALREADY POSTED ONLINE BY ADJMNT;
      * THIS STEP ONLY LISTS THE DAY'S ADJUSTMENTS AND TOTALS THEM
      * BY TYPE SO GLFEED CAN JOURNAL THEM.
       LIST-ONE-ADJUSTMENT.
           ADD 1 TO WS-READ-COUNT.
           MOVE ADJ-DATE TO WS-DR-DATE.
           MOVE ADJ-OPERATOR TO WS-DR-OPERATOR.
           MOVE ADJ-FENTRY-ID TO WS-DR-ID.
           MOVE ADJ-REASON TO WS-DR-REASON.
           MOVE ADJ-AMOUNT TO WS-DR-AMOUNT.
           MOVE ADJ-AFTER-BAL TO WS-DR-BALANCE.
           MOVE ADJ-INVOICE-NO TO WS-DR-INVOICE.
           EVALUATE ADJ-TYPE
               WHEN 'D'
                   MOVE "DEBIT" TO WS-DR-TYPE
                   ADD 1 TO WS-DEBIT-COUNT
                   ADD ADJ-AMOUNT TO WS-DEBIT-AMOUNT
               WHEN 'C'
                   MOVE "CREDIT" TO WS-DR-TYPE
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD ADJ-AMOUNT TO WS-CREDIT-AMOUNT
               WHEN 'W'
                   MOVE "WRITEOFF" TO WS-DR-TYPE
                   ADD 1 TO WS-WRITEOFF-COUNT
                   ADD ADJ-AMOUNT TO WS-WRITEOFF-AMOUNT
               WHEN OTHER
                   MOVE "*BAD TYP" TO WS-DR-TYPE
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
           WRITE REGISTER-LINE FROM WS-RPT-DETAIL-LINE.
           MOVE ADJ-MEMO TO WS-ML-MEMO.
           WRITE REGISTER-LINE FROM WS-MEMO-LINE.

      * THE JOURNALED FILE IS AGED TO A DATED NAME AND THE CURRENT
      * FILE EMPTIED, SO TOMORROW'S FEED CARRIES ONLY ADJUSTMENTS
      * KEYED AFTER TONIGHT'S RUN.
       ARCHIVE-ADJTRAN-FILE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "adjtran_" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING.
           OPEN INPUT ADJTRAN-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-EOF.
           PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
               READ ADJTRAN-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       MOVE ADJTRAN-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE ADJTRAN-FILE.
           OPEN OUTPUT ADJTRAN-FILE.
           CLOSE ADJTRAN-FILE.
           DISPLAY "ADJREG AGED JOURNALED FILE TO " WS-ARCHIVE-NAME.

       WRITE-COUNT-LINES.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "ADJUSTMENTS READ....." TO WS-CL-TEXT.
           MOVE WS-READ-COUNT TO WS-CL-COUNT.
           MOVE ZERO TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "DEBIT ADJUSTMENTS...." TO WS-CL-TEXT.
           MOVE WS-DEBIT-COUNT TO WS-CL-COUNT.
           MOVE WS-DEBIT-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "CREDIT ADJUSTMENTS..." TO WS-CL-TEXT.
           MOVE WS-CREDIT-COUNT TO WS-CL-COUNT.
           MOVE WS-CREDIT-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "BAD-DEBT WRITE-OFFS.." TO WS-CL-TEXT.
           MOVE WS-WRITEOFF-COUNT TO WS-CL-COUNT.
           MOVE WS-WRITEOFF-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "UNKNOWN TYPE........." TO WS-CL-TEXT.
           MOVE WS-REJECT-COUNT TO WS-CL-COUNT.
           MOVE ZERO TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CONTROL-STATUS = '05' OR WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE "ADJREG" TO CTL-STEP.
           MOVE "ADJ-READ" TO CTL-ITEM.
           MOVE WS-READ-COUNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "ADJ-DEBIT" TO CTL-ITEM.
           MOVE WS-DEBIT-COUNT TO CTL-COUNT.
           MOVE WS-DEBIT-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "ADJ-CREDIT" TO CTL-ITEM.
           MOVE WS-CREDIT-COUNT TO CTL-COUNT.
           MOVE WS-CREDIT-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "ADJ-WRITEOFF" TO CTL-ITEM.
           MOVE WS-WRITEOFF-COUNT TO CTL-COUNT.
           MOVE WS-WRITEOFF-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "ADJ-REJECT" TO CTL-ITEM.
           MOVE WS-REJECT-COUNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
