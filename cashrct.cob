               FILE STATUS IS WS-CKPT-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPEN-ITEM ASSIGN TO 'openitem.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               ALTERNATE RECORD KEY IS OI-FENTRY-ID WITH DUPLICATES
               FILE STATUS IS WS-OPENITEM-STATUS.
               SELECT SUSPENSE-FILE ASSIGN TO 'suspense.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSP-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.
               SELECT CUSTXREF ASSIGN TO 'custxref.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-OLD-ID
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
           FILE SECTION.
                                  CPY-RCT-PAY-DATE BY RCT-PAY-DATE
                                  CPY-RCT-FENTRY-ID BY RCT-FENTRY-ID
                                  CPY-RCT-CHECK-NO BY RCT-CHECK-NO
                                  CPY-RCT-AMOUNT BY RCT-AMOUNT
                             CPY-RCT-INVOICE-REF BY RCT-INVOICE-REF.
           FD CUSTDTL.
           COPY CUSTDTL REPLACING CPY-CD-RECORD BY CUSTDTL-FILE
                                  CPY-CD-FENTRY-ID BY CD-FENTRY-ID
                               CPY-CD-CREDIT-LIMIT BY CD-CREDIT-LIMIT
                               CPY-CD-CURR-BALANCE BY CD-CURR-BALANCE
                                  CPY-CD-TAX-CODE BY CD-TAX-CODE
                                CPY-CD-HOLD-FLAG BY CD-HOLD-FLAG
                                CPY-CD-DUN-STAGE BY CD-DUN-STAGE
                                  CPY-CD-DUN-DATE BY CD-DUN-DATE
                                  CPY-CD-REP-CODE BY CD-REP-CODE.
           FD REGISTER-FILE.
           01 REGISTER-LINE PIC X(80).
           FD CASH-HISTORY.
                                  CPY-RCT-PAY-DATE BY CH-PAY-DATE
                                  CPY-RCT-FENTRY-ID BY CH-FENTRY-ID
                                  CPY-RCT-CHECK-NO BY CH-CHECK-NO
                                  CPY-RCT-AMOUNT BY CH-AMOUNT
                             CPY-RCT-INVOICE-REF BY CH-INVOICE-REF.
      * THE HISTORY LINE IS THE RECEIPT AS THE BANK SENT IT WITH THE
      * FISCAL PERIOD IT WAS POSTED INTO ADDED ON THE END.
           01 CASHHIST-POSTED.
               05 FILLER PIC X(42).
               05 CH-PERIOD PIC 9(6).
           FD CONTROL-FILE.
           COPY FENTCTL REPLACING CPY-CTL-RECORD BY CONTROL-RECORD
                                  CPY-CTL-STEP BY CTL-STEP
                                  CPY-RCT-PAY-DATE BY AR-PAY-DATE
                                  CPY-RCT-FENTRY-ID BY AR-FENTRY-ID
                                  CPY-RCT-CHECK-NO BY AR-CHECK-NO
                                  CPY-RCT-AMOUNT BY AR-AMOUNT
                             CPY-RCT-INVOICE-REF BY AR-INVOICE-REF.
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
           FD SUSPENSE-FILE.
           COPY SUSPENSE REPLACING CPY-SU-RECORD BY SUSPENSE-RECORD
                                   CPY-SU-SUSP-NO BY SU-SUSP-NO
                                   CPY-SU-STATUS BY SU-STATUS
                                   CPY-SU-SUSP-DATE BY SU-SUSP-DATE
                                   CPY-SU-REASON BY SU-REASON
                                   CPY-SU-LOCKBOX BY SU-LOCKBOX
                                   CPY-SU-LB-DETAIL BY SU-LB-DETAIL
                                 CPY-SU-LB-PAY-DATE BY SU-LB-PAY-DATE
                               CPY-SU-LB-FENTRY-ID BY SU-LB-FENTRY-ID
                                 CPY-SU-LB-CHECK-NO BY SU-LB-CHECK-NO
                                   CPY-SU-LB-AMOUNT BY SU-LB-AMOUNT
                            CPY-SU-LB-INVOICE-REF BY SU-LB-INVOICE-REF
                                   CPY-SU-AMOUNT BY SU-AMOUNT
                                   CPY-SU-ACTION BY SU-ACTION
                                   CPY-SU-APPLY-ID BY SU-APPLY-ID
                                   CPY-SU-NOTE BY SU-NOTE
                                 CPY-SU-ACTION-OPER BY SU-ACTION-OPER
                                 CPY-SU-ACTION-DATE BY SU-ACTION-DATE
                                 CPY-SU-CLEAR-DATE BY SU-CLEAR-DATE.
           FD CUSTXREF.
           COPY CUSTXRF REPLACING CPY-XR-RECORD BY XREF-RECORD
                                  CPY-XR-OLD-ID BY XR-OLD-ID
                                  CPY-XR-NEW-ID BY XR-NEW-ID
                                  CPY-XR-MERGE-DATE BY XR-MERGE-DATE
                                  CPY-XR-OPERATOR BY XR-OPERATOR.

           WORKING-STORAGE SECTION.
           01 WS-RECEIPT-STATUS PIC X(2).
           01 WS-CASHHIST-STATUS PIC X(2).
           01 WS-CKPT-STATUS PIC X(2).
           01 WS-ARCHIVE-NAME PIC X(40).
           01 WS-OPENITEM-STATUS PIC X(2).
           01 WS-OI-DONE PIC A(1).
           01 WS-APPLY-LEFT PIC S9(9)V99.
           01 WS-APPLY-AMOUNT PIC S9(9)V99.
           01 WS-APPLY-REF PIC X(8).
           01 WS-SUSPENSE-STATUS PIC X(2).
           01 WS-SU-DONE PIC A(1).
           01 WS-XREF-STATUS PIC X(2).
           01 WS-XREF-OPEN PIC A(1) VALUE 'N'.
           01 WS-MERGED-FROM PIC X(5).
           01 WS-POST-ID PIC X(5).
           01 WS-REDIRECT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REDIRECT-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-LOCKBOX-OPEN PIC A(1) VALUE 'N'.
           01 WS-CLEAR-OK PIC A(1).
           01 WS-FIRST-SUSP-NO PIC 9(8) VALUE ZERO.
           01 WS-SUSP-LOST-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SUSP-RETURNED PIC 9(5) VALUE ZERO.
           01 WS-OPENING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OPENING-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-CLOSING-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLOSING-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-CLR-APPLY-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLR-APPLY-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-CLR-REFUND-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLR-REFUND-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-CLR-WROFF-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CLR-WROFF-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-UNAPPLIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-UNAPPLIED-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-ARCHIVE-EOF PIC A(1).
           01 WS-SKIP-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SEQ-COUNT PIC 9(9) VALUE ZERO.
           COPY PERCTLP REPLACING CPY-PCP-PARMS BY WS-PC-PARMS
                                  CPY-PCP-FUNCTION BY WS-PC-FUNCTION
                                  CPY-PCP-DATE BY WS-PC-DATE
                                  CPY-PCP-PERIOD BY WS-PC-PERIOD
                                  CPY-PCP-STATUS BY WS-PC-STATUS
                                  CPY-PCP-RESULT BY WS-PC-RESULT.
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

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           01 WS-POST-PERIOD PIC 9(6).
           01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SUSPENSE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-POSTED-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-SUSPENSE-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-SUSPENSE-REASON PIC X(25).
           01 WS-HEADING-1.
               05 FILLER PIC X(32) VALUE
                   "CASH APPLICATION REGISTER".
               05 FILLER PIC X(12) VALUE "CHECK NO".
               05 FILLER PIC X(15) VALUE "AMOUNT".
               05 FILLER PIC X(16) VALUE "NEW BALANCE".
               05 FILLER PIC X(8) VALUE "INV REF".
           01 WS-RPT-DETAIL-LINE.
               05 WS-DR-PAY-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-AMOUNT PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-BALANCE PIC ZZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-INVOICE-REF PIC X(8).
           01 WS-APPLY-LINE.
               05 FILLER PIC X(19) VALUE SPACES.
               05 WS-AP-TEXT PIC X(17).
               05 WS-AP-INVOICE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-AP-AMOUNT PIC ZZZZZZZZ9.99.
           01 WS-MERGED-LINE.
               05 FILLER PIC X(19) VALUE SPACES.
               05 FILLER PIC X(17) VALUE "MERGED ACCOUNT".
               05 WS-MG-OLD-ID PIC X(5).
           01 WS-SUSP-HEADING.
               05 FILLER PIC X(40) VALUE
                   "UNAPPLIED / SUSPENSE PAYMENTS".
           01 WS-CLEAR-HEADING.
               05 FILLER PIC X(40) VALUE
                   "SUSPENSE ITEMS CLEARED".
           01 WS-CLEAR-LINE.
               05 WS-CR-SUSP-NO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CR-ACTION PIC X(17).
               05 WS-CR-ID PIC X(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CR-AMOUNT PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CR-NOTE PIC X(30).
           01 WS-SUSP-DETAIL-LINE.
               05 WS-SD-SUSP-NO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-SD-PAY-DATE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-SD-ID PIC X(5).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-SD-CHECK-NO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-SD-AMOUNT PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-SD-REASON PIC X(25).
           01 WS-COUNT-LINE.
               05 WS-CL-TEXT PIC X(25).
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PC-RESULT NOT = 'Y'
               DISPLAY "CASHRCT: PERIOD " WS-POST-PERIOD
                   " IS CLOSED, NOTHING POSTED"
               MOVE 'E' TO WS-RC-FUNCTION
               MOVE 12 TO WS-RC-COND-CODE
               CALL "RUNCTL" USING WS-RC-PARMS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-FOR-RESTART.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = '00'
               MOVE 'Y' TO WS-LOCKBOX-OPEN
           ELSE
               DISPLAY "NO LOCKBOX FILE cashrcpt.txt (STATUS "
                   WS-RECEIPT-STATUS "), NO NEW RECEIPTS TO POST"
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS
               IF WS-LOCKBOX-OPEN = 'Y'
                   CLOSE RECEIPT-FILE
               END-IF
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
               IF WS-LOCKBOX-OPEN = 'Y'
                   CLOSE RECEIPT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN suspense.txt, STATUS "
                   WS-SUSPENSE-STATUS
               CLOSE OPEN-ITEM
               CLOSE CUSTDTL
               IF WS-LOCKBOX-OPEN = 'Y'
                   CLOSE RECEIPT-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTXREF.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           OPEN EXTEND CASH-HISTORY.
           IF WS-CASHHIST-STATUS = '05' OR WS-CASHHIST-STATUS = '35'
               OPEN OUTPUT CASH-HISTORY
           END-IF.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REGISTER-LINE FROM WS-HEADING-1.
           WRITE REGISTER-LINE FROM WS-HEADING-2.
           PERFORM TOTAL-OPEN-SUSPENSE.
           MOVE WS-CLOSING-COUNT TO WS-OPENING-COUNT.
           MOVE WS-CLOSING-AMOUNT TO WS-OPENING-AMOUNT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIPT-FILE
                   AT END MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLEAR-SUSPENSE-ITEMS.
           PERFORM WRITE-SUSPENSE-SECTION.
           PERFORM TOTAL-OPEN-SUSPENSE.
           PERFORM WRITE-COUNT-LINES.
           CLOSE REGISTER-FILE.
           CLOSE CASH-HISTORY.
           CLOSE SUSPENSE-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE CUSTXREF
           END-IF.
           CLOSE OPEN-ITEM.
           CLOSE CUSTDTL.
           IF WS-LOCKBOX-OPEN = 'Y'
               CLOSE RECEIPT-FILE
               PERFORM ARCHIVE-RECEIPT-FILE
           END-IF.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY "CASHRCT READ " WS-READ-COUNT
               " POSTED " WS-POSTED-COUNT
               " SUSPENSE " WS-SUSPENSE-COUNT.
           IF WS-SUSP-LOST-COUNT GREATER THAN ZERO
               MOVE 8 TO WS-RC-COND-CODE
           ELSE
               IF WS-SUSPENSE-COUNT GREATER THAN ZERO
                   OR WS-SUSP-RETURNED GREATER THAN ZERO
                   MOVE 4 TO WS-RC-COND-CODE
               ELSE
                   MOVE 0 TO WS-RC-COND-CODE
               END-IF
           END-IF.
           MOVE 'E' TO WS-RC-FUNCTION.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE WS-RC-COND-CODE TO RETURN-CODE.
       STOP RUN.

      * NO RECEIPT OR SUSPENSE CLEARING IS POSTED INTO A PERIOD
      * ACCOUNTING HAS CLOSED. EVERY cashhist.txt LINE CARRIES THE
      * PERIOD IT WAS POSTED INTO.
       CHECK-POSTING-PERIOD.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           MOVE 'C' TO WS-PC-FUNCTION.
           MOVE WS-TODAY TO WS-PC-DATE.
           CALL "PERCTL" USING WS-PC-PARMS.
           MOVE WS-PC-PERIOD TO WS-POST-PERIOD.

      * POSTING MOVES MONEY, SO THE CHECKPOINT IS CUT AFTER EVERY
      * RECEIPT - A RERUN AFTER AN ABEND RESUMES PAST WHAT WAS
      * ALREADY APPLIED INSTEAD OF SUBTRACTING IT A SECOND TIME.
                   MOVE "FENTRY-ID NOT NUMERIC" TO WS-SUSPENSE-REASON
                   PERFORM SUSPEND-ONE-RECEIPT
               ELSE
                   PERFORM REDIRECT-MERGED-RECEIPT
                   MOVE WS-POST-ID TO CD-FENTRY-ID
                   READ CUSTDTL
                       INVALID KEY
                           MOVE "NO CUSTOMER DETAIL"
               END-IF
           END-IF.

      * A RECEIPT KEYED TO AN ACCOUNT SINCE MERGED BY CUSTMRG IS
      * POSTED TO THE SURVIVING ACCOUNT AND NOTED ON THE REGISTER.
      * THE LOCKBOX RECORD ITSELF KEEPS THE ID THE BANK SENT, SO A
      * RECEIPT SUSPENDED AFTER THE REDIRECT SHOWS IT UNCHANGED.
       REDIRECT-MERGED-RECEIPT.
           MOVE SPACES TO WS-MERGED-FROM.
           MOVE RCT-FENTRY-ID TO WS-POST-ID.
           IF WS-XREF-OPEN = 'Y'
               MOVE RCT-FENTRY-ID TO XR-OLD-ID
               READ CUSTXREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCT-FENTRY-ID TO WS-MERGED-FROM
                       MOVE XR-NEW-ID TO WS-POST-ID
               END-READ
           END-IF.

       APPLY-ONE-RECEIPT.
           MOVE RCT-AMOUNT TO WS-APPLY-LEFT.
           MOVE RCT-INVOICE-REF TO WS-APPLY-REF.
           SUBTRACT RCT-AMOUNT FROM CD-CURR-BALANCE.
           REWRITE CUSTDTL-FILE
               INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD RCT-AMOUNT TO WS-POSTED-AMOUNT
                   MOVE RCT-PAY-DATE TO WS-DR-PAY-DATE
                   MOVE WS-POST-ID TO WS-DR-ID
                   MOVE RCT-CHECK-NO TO WS-DR-CHECK-NO
                   MOVE RCT-AMOUNT TO WS-DR-AMOUNT
                   MOVE CD-CURR-BALANCE TO WS-DR-BALANCE
                   MOVE RCT-INVOICE-REF TO WS-DR-INVOICE-REF
                   WRITE REGISTER-LINE FROM WS-RPT-DETAIL-LINE
                   IF WS-MERGED-FROM NOT = SPACES
                       ADD 1 TO WS-REDIRECT-COUNT
                       ADD RCT-AMOUNT TO WS-REDIRECT-AMOUNT
                       MOVE WS-MERGED-FROM TO WS-MG-OLD-ID
                       WRITE REGISTER-LINE FROM WS-MERGED-LINE
                   END-IF
                   MOVE RCT-PAY-DATE TO CH-PAY-DATE
                   MOVE WS-POST-ID TO CH-FENTRY-ID
                   MOVE RCT-CHECK-NO TO CH-CHECK-NO
                   MOVE RCT-AMOUNT TO CH-AMOUNT
                   MOVE RCT-INVOICE-REF TO CH-INVOICE-REF
                   MOVE WS-POST-PERIOD TO CH-PERIOD
                   WRITE CASHHIST-POSTED
                   PERFORM APPLY-TO-OPEN-ITEMS
           END-REWRITE.

      * THE PAYMENT GOES FIRST TO THE INVOICE THE REMITTANCE NAMES,
      * THEN OLDEST OPEN ITEM FIRST. WHATEVER IS LEFT WHEN THE
      * CUSTOMER HAS NOTHING MORE OPEN STAYS ON THE BALANCE AS
      * UNAPPLIED CASH ON ACCOUNT. THE CALLER LOADS THE AMOUNT TO
      * SPREAD AND THE INVOICE REFERENCE, SINCE A CLEARED SUSPENSE
      * ITEM COMES THROUGH HERE AS WELL AS A LOCKBOX RECEIPT.
       APPLY-TO-OPEN-ITEMS.
           IF WS-APPLY-REF IS NUMERIC
               AND WS-APPLY-REF NOT = ZEROS
               PERFORM APPLY-TO-NAMED-INVOICE
           END-IF.
           IF WS-APPLY-LEFT GREATER THAN ZERO
               PERFORM APPLY-OLDEST-FIRST
           END-IF.
           IF WS-APPLY-LEFT GREATER THAN ZERO
               ADD 1 TO WS-UNAPPLIED-COUNT
               ADD WS-APPLY-LEFT TO WS-UNAPPLIED-AMOUNT
               MOVE "ON ACCOUNT" TO WS-AP-TEXT
               MOVE SPACES TO WS-AP-INVOICE
               MOVE WS-APPLY-LEFT TO WS-AP-AMOUNT
               WRITE REGISTER-LINE FROM WS-APPLY-LINE
           END-IF.

       APPLY-TO-NAMED-INVOICE.
           MOVE WS-APPLY-REF TO OI-INVOICE-NO.
           READ OPEN-ITEM
               KEY IS OI-INVOICE-NO
               INVALID KEY
                   MOVE "REF NOT ON FILE" TO WS-AP-TEXT
               NOT INVALID KEY
                   IF OI-FENTRY-ID = CD-FENTRY-ID
                       AND OI-OPEN-AMOUNT GREATER THAN ZERO
                       MOVE SPACES TO WS-AP-TEXT
                   ELSE
                       MOVE "REF NOT OPEN" TO WS-AP-TEXT
                   END-IF
           END-READ.
           IF WS-AP-TEXT = SPACES
               PERFORM APPLY-TO-ONE-ITEM
           ELSE
               MOVE WS-APPLY-REF TO WS-AP-INVOICE
               MOVE ZERO TO WS-AP-AMOUNT
               WRITE REGISTER-LINE FROM WS-APPLY-LINE
           END-IF.

       APPLY-OLDEST-FIRST.
           MOVE 'N' TO WS-OI-DONE.
           MOVE CD-FENTRY-ID TO OI-FENTRY-ID.
           START OPEN-ITEM KEY IS EQUAL TO OI-FENTRY-ID
               INVALID KEY MOVE 'Y' TO WS-OI-DONE
           END-START.
           PERFORM UNTIL WS-OI-DONE = 'Y'
               OR WS-APPLY-LEFT NOT GREATER THAN ZERO
               READ OPEN-ITEM NEXT
                   AT END MOVE 'Y' TO WS-OI-DONE
                   NOT AT END
                       IF OI-FENTRY-ID NOT = CD-FENTRY-ID
                           MOVE 'Y' TO WS-OI-DONE
                       ELSE
                           IF OI-OPEN-AMOUNT GREATER THAN ZERO
                               PERFORM APPLY-TO-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-TO-ONE-ITEM.
           IF OI-OPEN-AMOUNT GREATER THAN WS-APPLY-LEFT
               MOVE WS-APPLY-LEFT TO WS-APPLY-AMOUNT
           ELSE
               MOVE OI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.
           ADD WS-APPLY-AMOUNT TO OI-PAID-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT FROM OI-OPEN-AMOUNT.
           MOVE WS-TODAY TO OI-LAST-PAY-DATE.
           REWRITE OPENITEM-FILE
               INVALID KEY
                   DISPLAY "OPEN ITEM REWRITE FAILED FOR INVOICE "
                       OI-INVOICE-NO
               NOT INVALID KEY
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-APPLY-LEFT
                   MOVE "APPLIED TO INV" TO WS-AP-TEXT
                   MOVE OI-INVOICE-NO TO WS-AP-INVOICE
                   MOVE WS-APPLY-AMOUNT TO WS-AP-AMOUNT
                   WRITE REGISTER-LINE FROM WS-APPLY-LINE
           END-REWRITE.

      * EVERY PAYMENT THAT CANNOT BE POSTED IS KEPT ON THE
      * SUSPENSE FILE WITH THE LOCKBOX RECORD AS THE BANK SENT IT,
      * UNTIL A CASH CLERK CLEARS IT THROUGH SUSPCLR. ONLY A
      * FAILURE TO WRITE THE ITEM LEAVES IT OFF THE FILE, AND THAT
      * FAILS THE STEP SO THE PAYMENT IS FOLLOWED UP BY HAND.
       SUSPEND-ONE-RECEIPT.
           ADD 1 TO WS-SUSPENSE-COUNT.
           IF RCT-AMOUNT IS NUMERIC
               ADD RCT-AMOUNT TO WS-SUSPENSE-AMOUNT
           END-IF.
           MOVE 'N' TO WS-SP-FUNCTION.
           MOVE "SUSP-NUMBER" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT NOT = 'Y'
               PERFORM REPORT-LOST-SUSPENSE
           ELSE
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE WS-SP-PARM-VALUE TO SU-SUSP-NO
               MOVE 'O' TO SU-STATUS
               MOVE WS-TODAY TO SU-SUSP-DATE
               MOVE WS-SUSPENSE-REASON TO SU-REASON
               MOVE RECEIPT-RECORD TO SU-LOCKBOX
               IF RCT-AMOUNT IS NUMERIC
                   MOVE RCT-AMOUNT TO SU-AMOUNT
               ELSE
                   MOVE ZERO TO SU-AMOUNT
               END-IF
               MOVE ZERO TO SU-APPLY-ID
               MOVE ZERO TO SU-ACTION-DATE
               MOVE ZERO TO SU-CLEAR-DATE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       PERFORM REPORT-LOST-SUSPENSE
                   NOT INVALID KEY
                       IF WS-FIRST-SUSP-NO = ZERO
                           MOVE SU-SUSP-NO TO WS-FIRST-SUSP-NO
                       END-IF
               END-WRITE
           END-IF.

       REPORT-LOST-SUSPENSE.
           ADD 1 TO WS-SUSP-LOST-COUNT.
           DISPLAY "SUSPENSE FILE WRITE FAILED, PAYMENT FOR "
               RCT-FENTRY-ID " CHECK " RCT-CHECK-NO
               " AMOUNT " RCT-AMOUNT " MUST BE FOLLOWED UP".

      * THE SUSPENSE SECTION LISTS THE ITEMS THIS RUN ADDED, READ
      * BACK FROM THE FILE FROM THE FIRST NUMBER IT TOOK.
       WRITE-SUSPENSE-SECTION.
           IF WS-FIRST-SUSP-NO GREATER THAN ZERO
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               WRITE REGISTER-LINE FROM WS-SUSP-HEADING
               MOVE 'N' TO WS-SU-DONE
               MOVE WS-FIRST-SUSP-NO TO SU-SUSP-NO
               START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSP-NO
                   INVALID KEY MOVE 'Y' TO WS-SU-DONE
               END-START
               PERFORM UNTIL WS-SU-DONE = 'Y'
                   READ SUSPENSE-FILE NEXT
                       AT END MOVE 'Y' TO WS-SU-DONE
                       NOT AT END
                           IF SU-SUSP-DATE = WS-TODAY
                               PERFORM WRITE-ONE-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-ONE-SUSPENSE.
           MOVE SU-SUSP-NO TO WS-SD-SUSP-NO.
           MOVE SU-LB-PAY-DATE TO WS-SD-PAY-DATE.
           MOVE SU-LB-FENTRY-ID TO WS-SD-ID.
           MOVE SU-LB-CHECK-NO TO WS-SD-CHECK-NO.
           MOVE SU-AMOUNT TO WS-SD-AMOUNT.
           MOVE SU-REASON TO WS-SD-REASON.
           WRITE REGISTER-LINE FROM WS-SUSP-DETAIL-LINE.

      * OPEN SUSPENSE = EVERY ITEM NOT YET CLEARED, WHETHER STILL
      * WAITING FOR A CLERK OR WAITING FOR TONIGHT'S POSTING. TAKEN
      * BEFORE AND AFTER THE RUN SO FENTBAL CAN ROLL IT FORWARD.
       TOTAL-OPEN-SUSPENSE.
           MOVE ZERO TO WS-CLOSING-COUNT.
           MOVE ZERO TO WS-CLOSING-AMOUNT.
           MOVE 'N' TO WS-SU-DONE.
           MOVE ZERO TO SU-SUSP-NO.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSP-NO
               INVALID KEY MOVE 'Y' TO WS-SU-DONE
           END-START.
           PERFORM UNTIL WS-SU-DONE = 'Y'
               READ SUSPENSE-FILE NEXT
                   AT END MOVE 'Y' TO WS-SU-DONE
                   NOT AT END
                       IF SU-STATUS NOT = 'C'
                           ADD 1 TO WS-CLOSING-COUNT
                           ADD SU-AMOUNT TO WS-CLOSING-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

      * ACTIONS CHOSEN IN SUSPCLR DURING THE DAY ARE CARRIED OUT
      * HERE. AN APPLY IS POSTED EXACTLY AS A LOCKBOX RECEIPT FOR
      * THE CUSTOMER THE CLERK NAMED - BALANCE, cashhist.txt AND
      * OPEN ITEMS. A REFUND OR WRITE-OFF IS NOT A CUSTOMER PAYMENT,
      * SO IT ONLY CLEARS THE ITEM AND GOES TO THE LEDGER THROUGH
      * control.dat. AN APPLY THAT CANNOT BE POSTED GOES BACK OPEN.
       CLEAR-SUSPENSE-ITEMS.
           MOVE 'N' TO WS-SU-DONE.
           MOVE ZERO TO SU-SUSP-NO.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSP-NO
               INVALID KEY MOVE 'Y' TO WS-SU-DONE
           END-START.
           PERFORM UNTIL WS-SU-DONE = 'Y'
               READ SUSPENSE-FILE NEXT
                   AT END MOVE 'Y' TO WS-SU-DONE
                   NOT AT END
                       IF SU-STATUS = 'P'
                           PERFORM CLEAR-ONE-SUSPENSE
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-ONE-SUSPENSE.
           IF WS-CLR-APPLY-COUNT = ZERO
               AND WS-CLR-REFUND-COUNT = ZERO
               AND WS-CLR-WROFF-COUNT = ZERO
               AND WS-SUSP-RETURNED = ZERO
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               WRITE REGISTER-LINE FROM WS-CLEAR-HEADING
           END-IF.
           MOVE SU-SUSP-NO TO WS-CR-SUSP-NO.
           MOVE SU-AMOUNT TO WS-CR-AMOUNT.
           MOVE SU-NOTE TO WS-CR-NOTE.
           MOVE 'Y' TO WS-CLEAR-OK.
           EVALUATE SU-ACTION
               WHEN 'A'
                   PERFORM CLEAR-BY-APPLYING
               WHEN 'R'
                   ADD 1 TO WS-CLR-REFUND-COUNT
                   ADD SU-AMOUNT TO WS-CLR-REFUND-AMOUNT
                   MOVE "REFUNDED" TO WS-CR-ACTION
                   MOVE SU-LB-FENTRY-ID TO WS-CR-ID
                   WRITE REGISTER-LINE FROM WS-CLEAR-LINE
               WHEN 'W'
                   ADD 1 TO WS-CLR-WROFF-COUNT
                   ADD SU-AMOUNT TO WS-CLR-WROFF-AMOUNT
                   MOVE "WRITTEN OFF" TO WS-CR-ACTION
                   MOVE SU-LB-FENTRY-ID TO WS-CR-ID
                   WRITE REGISTER-LINE FROM WS-CLEAR-LINE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO SU-REASON
                   MOVE 'N' TO WS-CLEAR-OK
           END-EVALUATE.
           IF WS-CLEAR-OK = 'Y'
               MOVE 'C' TO SU-STATUS
               MOVE WS-TODAY TO SU-CLEAR-DATE
           ELSE
               ADD 1 TO WS-SUSP-RETURNED
               MOVE 'O' TO SU-STATUS
               MOVE SPACE TO SU-ACTION
               MOVE ZERO TO SU-ACTION-DATE
               MOVE "RETURNED OPEN" TO WS-CR-ACTION
               MOVE SU-LB-FENTRY-ID TO WS-CR-ID
               MOVE SU-REASON TO WS-CR-NOTE
               WRITE REGISTER-LINE FROM WS-CLEAR-LINE
           END-IF.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "SUSPENSE REWRITE FAILED FOR ITEM "
                       SU-SUSP-NO
           END-REWRITE.

       CLEAR-BY-APPLYING.
           IF WS-XREF-OPEN = 'Y'
               MOVE SU-APPLY-ID TO XR-OLD-ID
               READ CUSTXREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-NEW-ID TO SU-APPLY-ID
               END-READ
           END-IF.
           MOVE SU-APPLY-ID TO CD-FENTRY-ID.
           READ CUSTDTL
               INVALID KEY
                   MOVE "APPLY CUSTOMER NOT FOUND" TO SU-REASON
                   MOVE 'N' TO WS-CLEAR-OK
           END-READ.
           IF WS-CLEAR-OK = 'Y'
               SUBTRACT SU-AMOUNT FROM CD-CURR-BALANCE
               REWRITE CUSTDTL-FILE
                   INVALID KEY
                       MOVE "APPLY REWRITE FAILED" TO SU-REASON
                       MOVE 'N' TO WS-CLEAR-OK
               END-REWRITE
           END-IF.
           IF WS-CLEAR-OK = 'Y'
               ADD 1 TO WS-CLR-APPLY-COUNT
               ADD SU-AMOUNT TO WS-CLR-APPLY-AMOUNT
               MOVE "APPLIED TO" TO WS-CR-ACTION
               MOVE CD-FENTRY-ID TO WS-CR-ID
               WRITE REGISTER-LINE FROM WS-CLEAR-LINE
               IF SU-LB-PAY-DATE IS NUMERIC
                   MOVE SU-LB-PAY-DATE TO CH-PAY-DATE
               ELSE
                   MOVE SU-SUSP-DATE TO CH-PAY-DATE
               END-IF
               MOVE CD-FENTRY-ID TO CH-FENTRY-ID
               MOVE SU-LB-CHECK-NO TO CH-CHECK-NO
               MOVE SU-AMOUNT TO CH-AMOUNT
               MOVE SU-LB-INVOICE-REF TO CH-INVOICE-REF
               MOVE WS-POST-PERIOD TO CH-PERIOD
               WRITE CASHHIST-POSTED
               MOVE SU-AMOUNT TO WS-APPLY-LEFT
               MOVE SU-LB-INVOICE-REF TO WS-APPLY-REF
               PERFORM APPLY-TO-OPEN-ITEMS
           END-IF.

       WRITE-COUNT-LINES.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-POSTED-COUNT TO WS-CL-COUNT.
           MOVE WS-POSTED-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "POSTED TO MERGED ACCTS" TO WS-CL-TEXT.
           MOVE WS-REDIRECT-COUNT TO WS-CL-COUNT.
           MOVE WS-REDIRECT-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "RECEIPTS IN SUSPENSE." TO WS-CL-TEXT.
           MOVE WS-SUSPENSE-COUNT TO WS-CL-COUNT.
           MOVE WS-SUSPENSE-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "LEFT ON ACCOUNT......" TO WS-CL-TEXT.
           MOVE WS-UNAPPLIED-COUNT TO WS-CL-COUNT.
           MOVE WS-UNAPPLIED-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "SUSPENSE APPLIED....." TO WS-CL-TEXT.
           MOVE WS-CLR-APPLY-COUNT TO WS-CL-COUNT.
           MOVE WS-CLR-APPLY-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "SUSPENSE REFUNDED...." TO WS-CL-TEXT.
           MOVE WS-CLR-REFUND-COUNT TO WS-CL-COUNT.
           MOVE WS-CLR-REFUND-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "SUSPENSE WRITTEN OFF." TO WS-CL-TEXT.
           MOVE WS-CLR-WROFF-COUNT TO WS-CL-COUNT.
           MOVE WS-CLR-WROFF-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "SUSPENSE OPEN AT START" TO WS-CL-TEXT.
           MOVE WS-OPENING-COUNT TO WS-CL-COUNT.
           MOVE WS-OPENING-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           MOVE "SUSPENSE OPEN AT END." TO WS-CL-TEXT.
           MOVE WS-CLOSING-COUNT TO WS-CL-COUNT.
           MOVE WS-CLOSING-AMOUNT TO WS-CL-AMOUNT.
           WRITE REGISTER-LINE FROM WS-COUNT-LINE.
           IF WS-SUSP-LOST-COUNT GREATER THAN ZERO
               MOVE "NOT WRITTEN TO SUSPENSE" TO WS-CL-TEXT
               MOVE WS-SUSP-LOST-COUNT TO WS-CL-COUNT
               MOVE ZERO TO WS-CL-AMOUNT
               WRITE REGISTER-LINE FROM WS-COUNT-LINE
           END-IF.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE.
           MOVE WS-SUSPENSE-COUNT TO CTL-COUNT.
           MOVE WS-SUSPENSE-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "SUSP-OPENING" TO CTL-ITEM.
           MOVE WS-OPENING-COUNT TO CTL-COUNT.
           MOVE WS-OPENING-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "SUSP-APPLIED" TO CTL-ITEM.
           MOVE WS-CLR-APPLY-COUNT TO CTL-COUNT.
           MOVE WS-CLR-APPLY-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "SUSP-REFUND" TO CTL-ITEM.
           MOVE WS-CLR-REFUND-COUNT TO CTL-COUNT.
           MOVE WS-CLR-REFUND-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "SUSP-WROFF" TO CTL-ITEM.
           MOVE WS-CLR-WROFF-COUNT TO CTL-COUNT.
           MOVE WS-CLR-WROFF-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "SUSP-CLOSING" TO CTL-ITEM.
           MOVE WS-CLOSING-COUNT TO CTL-COUNT.
           MOVE WS-CLOSING-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
