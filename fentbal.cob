           01 WS-CONTROL-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           01 WS-CTL-MAX PIC 9(3) VALUE 100.
           01 WS-CTL-USED PIC 9(3) VALUE ZERO.
           01 WS-CTL-SUB PIC 9(3).
           01 WS-CTL-TABLE.
           01 WS-RCPT-POSTED PIC 9(9).
           01 WS-RCPT-SUSP PIC 9(9).
           01 WS-RCPT-ACCOUNTED PIC 9(9).
           01 WS-FC-READ PIC 9(9).
           01 WS-FC-CHARGED PIC 9(9).
           01 WS-FC-SKIPPED PIC 9(9).
           01 WS-FC-ACCOUNTED PIC 9(9).
           01 WS-FC-CHARGED-AMT PIC S9(11)V99.
           01 WS-GL-FINCHG-AMT PIC S9(11)V99.
           01 WS-ADJ-READ PIC 9(9).
           01 WS-ADJ-DEBIT PIC 9(9).
           01 WS-ADJ-CREDIT PIC 9(9).
           01 WS-ADJ-WRITEOFF PIC 9(9).
           01 WS-ADJ-REJECT PIC 9(9).
           01 WS-ADJ-ACCOUNTED PIC 9(9).
           01 WS-ADJ-DEBIT-AMT PIC S9(11)V99.
           01 WS-ADJ-CREDIT-AMT PIC S9(11)V99.
           01 WS-ADJ-WRITEOFF-AMT PIC S9(11)V99.
           01 WS-GL-ADJ-DR-AMT PIC S9(11)V99.
           01 WS-GL-ADJ-CR-AMT PIC S9(11)V99.
           01 WS-GL-WRITEOFF-AMT PIC S9(11)V99.
           01 WS-RCPT-SUSP-AMT PIC S9(11)V99.
           01 WS-SUSP-OPENING-CNT PIC 9(9).
           01 WS-SUSP-APPLIED-CNT PIC 9(9).
           01 WS-SUSP-REFUND-CNT PIC 9(9).
           01 WS-SUSP-WROFF-CNT PIC 9(9).
           01 WS-SUSP-CLOSING-CNT PIC 9(9).
           01 WS-SUSP-OPENING-AMT PIC S9(11)V99.
           01 WS-SUSP-APPLIED-AMT PIC S9(11)V99.
           01 WS-SUSP-REFUND-AMT PIC S9(11)V99.
           01 WS-SUSP-WROFF-AMT PIC S9(11)V99.
           01 WS-SUSP-CLOSING-AMT PIC S9(11)V99.
           01 WS-GL-SUSP-NET-AMT PIC S9(11)V99.
           01 WS-INV-NET-AMT PIC S9(11)V99.
           01 WS-TAX-TOTAL-AMT PIC S9(11)V99.
           01 WS-INV-GROSS-AMT PIC S9(11)V99.
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           COPY SYSPRMP REPLACING CPY-SPP-PARMS BY WS-SP-PARMS
                                  CPY-SPP-FUNCTION BY WS-SP-FUNCTION
                                  CPY-SPP-PARM-NAME BY WS-SP-PARM-NAME
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-SYSTEM-PARMS.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "FENTBAL" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "FENTBAL: NO BUSINESS DATE, RUN NOT BALANCED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN control.dat, STATUS "
           PERFORM CHECK-MASTER-COUNTS.
           PERFORM CHECK-INVOICE-COUNTS.
           PERFORM CHECK-RECEIPT-COUNTS.
           PERFORM CHECK-FINANCE-CHARGES.
           PERFORM CHECK-ADJUSTMENTS.
           PERFORM CHECK-CASH-SUSPENSE.
           PERFORM CHECK-TAX-AMOUNTS.
           PERFORM CHECK-JOURNAL-AMOUNTS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "GL-NET" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-GL-NET-AMT.
           MOVE "FINCHG" TO WS-FIND-STEP.
           MOVE "FC-READ" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-FC-READ.
           MOVE "FINCHG" TO WS-FIND-STEP.
           MOVE "FC-CHARGED" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-FC-CHARGED.
           MOVE "FINCHG" TO WS-FIND-STEP.
           MOVE "FC-SKIPPED" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-FC-SKIPPED.
           MOVE "FINCHG" TO WS-FIND-STEP.
           MOVE "FC-CHARGED" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-FC-CHARGED-AMT.
           MOVE "GLFEED" TO WS-FIND-STEP.
           MOVE "GL-FINCHG" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-GL-FINCHG-AMT.
           MOVE "ADJREG" TO WS-FIND-STEP.
           MOVE "ADJ-READ" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-ADJ-READ.
           MOVE "ADJ-DEBIT" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-ADJ-DEBIT.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-ADJ-DEBIT-AMT.
           MOVE "ADJ-CREDIT" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-ADJ-CREDIT.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-ADJ-CREDIT-AMT.
           MOVE "ADJ-WRITEOFF" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-ADJ-WRITEOFF.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-ADJ-WRITEOFF-AMT.
           MOVE "ADJ-REJECT" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-ADJ-REJECT.
           MOVE "GLFEED" TO WS-FIND-STEP.
           MOVE "GL-ADJ-DR" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-GL-ADJ-DR-AMT.
           MOVE "GL-ADJ-CR" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-GL-ADJ-CR-AMT.
           MOVE "GL-WRITEOFF" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-GL-WRITEOFF-AMT.
           MOVE "GL-SUSP-NET" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-GL-SUSP-NET-AMT.
           MOVE "CASHRCT" TO WS-FIND-STEP.
           MOVE "RCPT-SUSP" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-RCPT-SUSP-AMT.
           MOVE "SUSP-OPENING" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-SUSP-OPENING-CNT.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-SUSP-OPENING-AMT.
           MOVE "SUSP-APPLIED" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-SUSP-APPLIED-CNT.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-SUSP-APPLIED-AMT.
           MOVE "SUSP-REFUND" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-SUSP-REFUND-CNT.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-SUSP-REFUND-AMT.
           MOVE "SUSP-WROFF" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-SUSP-WROFF-CNT.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-SUSP-WROFF-AMT.
           MOVE "SUSP-CLOSING" TO WS-FIND-ITEM.
           PERFORM FIND-CONTROL-ITEM.
           MOVE WS-FOUND-COUNT TO WS-SUSP-CLOSING-CNT.
           PERFORM FIND-CONTROL-AMOUNT.
           MOVE WS-FOUND-AMOUNT TO WS-SUSP-CLOSING-AMT.

       WRITE-ONE-CHECK.
           IF WS-CK-LEFT = WS-CK-RIGHT
           MOVE WS-RCPT-READ TO WS-CK-LEFT.
           MOVE WS-RCPT-ACCOUNTED TO WS-CK-RIGHT.
           PERFORM WRITE-ONE-CHECK.

       CHECK-FINANCE-CHARGES.
           COMPUTE WS-FC-ACCOUNTED =
               WS-FC-CHARGED + WS-FC-SKIPPED.
           MOVE "FINANCE CUSTOMERS VS ACCOUNTED FOR...."
               TO WS-CK-TEXT.
           MOVE WS-FC-READ TO WS-CK-LEFT.
           MOVE WS-FC-ACCOUNTED TO WS-CK-RIGHT.
           PERFORM WRITE-ONE-CHECK.
           MOVE WS-FC-CHARGED-AMT TO WS-AMT-LEFT.
           MOVE WS-GL-FINCHG-AMT TO WS-AMT-RIGHT.
           MOVE "FINANCE CHARGES VS JOURNALED.."
               TO WS-AK-TEXT.
           PERFORM WRITE-ONE-AMT-CHECK.

       CHECK-ADJUSTMENTS.
           COMPUTE WS-ADJ-ACCOUNTED =
               WS-ADJ-DEBIT + WS-ADJ-CREDIT + WS-ADJ-WRITEOFF
               + WS-ADJ-REJECT.
           MOVE "ADJUSTMENTS READ VS ACCOUNTED FOR....."
               TO WS-CK-TEXT.
           MOVE WS-ADJ-READ TO WS-CK-LEFT.
           MOVE WS-ADJ-ACCOUNTED TO WS-CK-RIGHT.
           PERFORM WRITE-ONE-CHECK.
           MOVE WS-ADJ-DEBIT-AMT TO WS-AMT-LEFT.
           MOVE WS-GL-ADJ-DR-AMT TO WS-AMT-RIGHT.
           MOVE "DEBIT ADJUSTMENTS VS JOURNALED"
               TO WS-AK-TEXT.
           PERFORM WRITE-ONE-AMT-CHECK.
           MOVE WS-ADJ-CREDIT-AMT TO WS-AMT-LEFT.
           MOVE WS-GL-ADJ-CR-AMT TO WS-AMT-RIGHT.
           MOVE "CREDIT ADJUSTMENTS VS JOURNAL."
               TO WS-AK-TEXT.
           PERFORM WRITE-ONE-AMT-CHECK.
           MOVE WS-ADJ-WRITEOFF-AMT TO WS-AMT-LEFT.
           MOVE WS-GL-WRITEOFF-AMT TO WS-AMT-RIGHT.
           MOVE "WRITE-OFFS VS JOURNALED......."
               TO WS-AK-TEXT.
           PERFORM WRITE-ONE-AMT-CHECK.

      * THE OPEN SUSPENSE BALANCE MUST ROLL FORWARD - WHAT WAS OPEN
      * BEFORE CASHRCT, PLUS WHAT IT SUSPENDED, LESS WHAT IT
      * CLEARED - AND THE LEDGER MUST HAVE MOVED BY THE SAME NET.
       CHECK-CASH-SUSPENSE.
           COMPUTE WS-CK-LEFT =
               WS-SUSP-OPENING-CNT + WS-RCPT-SUSP
               - WS-SUSP-APPLIED-CNT - WS-SUSP-REFUND-CNT
               - WS-SUSP-WROFF-CNT.
           MOVE "SUSPENSE ITEMS ROLLED VS OPEN AT END.."
               TO WS-CK-TEXT.
           MOVE WS-SUSP-CLOSING-CNT TO WS-CK-RIGHT.
           PERFORM WRITE-ONE-CHECK.
           COMPUTE WS-AMT-LEFT =
               WS-SUSP-OPENING-AMT + WS-RCPT-SUSP-AMT
               - WS-SUSP-APPLIED-AMT - WS-SUSP-REFUND-AMT
               - WS-SUSP-WROFF-AMT.
           MOVE WS-SUSP-CLOSING-AMT TO WS-AMT-RIGHT.
           MOVE "SUSPENSE ROLLED VS OPEN AT END"
               TO WS-AK-TEXT.
           PERFORM WRITE-ONE-AMT-CHECK.
           COMPUTE WS-AMT-LEFT =
               WS-SUSP-CLOSING-AMT - WS-SUSP-OPENING-AMT.
           MOVE WS-GL-SUSP-NET-AMT TO WS-AMT-RIGHT.
           MOVE "SUSPENSE CHANGE VS JOURNALED.."
               TO WS-AK-TEXT.
           PERFORM WRITE-ONE-AMT-CHECK.
