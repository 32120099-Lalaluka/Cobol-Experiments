ADJMNT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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
               FILE STATUS IS WS-FILE-STATUS.
               SELECT OPEN-ITEM ASSIGN TO 'openitem.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               ALTERNATE RECORD KEY IS OI-FENTRY-ID WITH DUPLICATES
               FILE STATUS IS WS-OPENITEM-STATUS.
               SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'adjmnt.aud'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT ADJTRAN-FILE ASSIGN TO 'adjtran.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJTRAN-STATUS.
               SELECT OPERSEC ASSIGN TO 'opersec.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERSEC-STATUS.
               SELECT SIGNON-LOG ASSIGN TO 'signon.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

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
           FD FENTRY.
           COPY FENTRY REPLACING CPY-FENTRY-RECORD BY FENTRY-FILE
                                 CPY-FENTRY-ID BY FENTRY-ID
                                 CPY-FENTRY-NAME BY NAME
                                 CPY-FENTRY-STATUS BY FENTRY-STATUS
                                 CPY-FENTRY-DATE-ADDED BY DATE-ADDED.
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
           FD AUDIT-FILE.
           COPY ADJTRAN REPLACING CPY-ADJ-RECORD BY AUDIT-RECORD
                                  CPY-ADJ-DATE BY AUD-DATE
                                  CPY-ADJ-TIME BY AUD-TIME
                                  CPY-ADJ-OPERATOR BY AUD-OPERATOR
                                  CPY-ADJ-TYPE BY AUD-TYPE
                                  CPY-ADJ-FENTRY-ID BY AUD-FENTRY-ID
                                  CPY-ADJ-REASON BY AUD-REASON
                                  CPY-ADJ-AMOUNT BY AUD-AMOUNT
                               CPY-ADJ-BEFORE-BAL BY AUD-BEFORE-BAL
                                  CPY-ADJ-AFTER-BAL BY AUD-AFTER-BAL
                               CPY-ADJ-INVOICE-NO BY AUD-INVOICE-NO
                                  CPY-ADJ-MEMO BY AUD-MEMO.
           FD ADJTRAN-FILE.
           01 ADJTRAN-RECORD PIC X(117).
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

           WORKING-STORAGE SECTION.
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-FILE-STATUS PIC X(2).
           01 WS-OPENITEM-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-ADJTRAN-STATUS PIC X(2).
           01 WS-OPERSEC-STATUS PIC X(2).
           01 WS-SIGNON-STATUS PIC X(2).
           01 WS-DONE PIC A(1) VALUE 'N'.
           01 WS-TRANS-CODE PIC X(1).
           01 WS-FENTRY-ID PIC 9(5).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-PASSWORD PIC X(8).
           01 WS-OPER-AUTHORITY PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1) VALUE 'N'.
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-REASON PIC X(20).
           01 WS-TODAY PIC 9(8).
           01 WS-CUST-NAME PIC A(25).
           01 WS-ADJ-OK PIC A(1).
           01 WS-ADJ-AMOUNT PIC 9(9)V99.
           01 WS-ADJ-LIMIT PIC 9(9)V99 VALUE 500.00.
           01 WS-ADJ-REASON PIC X(4).
           01 WS-ADJ-MEMO PIC X(30).
           01 WS-ADJ-INVOICE PIC 9(8).
           01 WS-CONFIRM PIC X(1).
           01 WS-BEFORE-BAL PIC S9(9)V99.
           01 WS-SHOW-AMOUNT PIC ZZZZZZZZ9.99-.
           01 WS-OI-DONE PIC A(1).
           01 WS-APPLY-LEFT PIC S9(9)V99.
           01 WS-APPLY-AMOUNT PIC S9(9)V99.
           01 WS-REASON-SUB PIC 9(2).
           01 WS-REASON-FOUND PIC 9(2).
      * APPLIES-TO: 'A' = DEBIT/CREDIT ADJUSTMENTS ONLY,
      *             'W' = WRITE-OFFS ONLY, 'B' = BOTH.
           01 WS-REASON-TABLE.
               05 FILLER PIC X(30) VALUE
                   "PRICAPRICING ERROR            ".
               05 FILLER PIC X(30) VALUE
                   "BILLABILLING ERROR            ".
               05 FILLER PIC X(30) VALUE
                   "FRGTAFREIGHT CORRECTION       ".
               05 FILLER PIC X(30) VALUE
                   "DMGDADAMAGED GOODS ALLOWANCE  ".
               05 FILLER PIC X(30) VALUE
                   "SHRTASHORT SHIPMENT           ".
               05 FILLER PIC X(30) VALUE
                   "DISCADISCOUNT ALLOWED         ".
               05 FILLER PIC X(30) VALUE
                   "BKRPWCUSTOMER BANKRUPT        ".
               05 FILLER PIC X(30) VALUE
                   "UNCLWUNCOLLECTIBLE            ".
               05 FILLER PIC X(30) VALUE
                   "SMALWSMALL BALANCE            ".
               05 FILLER PIC X(30) VALUE
                   "DSPTWDISPUTE SETTLED          ".
               05 FILLER PIC X(30) VALUE
                   "OTHRBOTHER - SEE MEMO         ".
           01 FILLER REDEFINES WS-REASON-TABLE.
               05 WS-REASON-ENTRY OCCURS 11 TIMES.
                   10 WS-RE-CODE PIC X(4).
                   10 WS-RE-APPLIES PIC X(1).
                   10 WS-RE-DESC PIC X(25).
           COPY ADJTRAN REPLACING CPY-ADJ-RECORD BY WS-ADJ-RECORD
                                  CPY-ADJ-DATE BY WS-AJ-DATE
                                  CPY-ADJ-TIME BY WS-AJ-TIME
                                  CPY-ADJ-OPERATOR BY WS-AJ-OPERATOR
                                  CPY-ADJ-TYPE BY WS-AJ-TYPE
                                  CPY-ADJ-FENTRY-ID BY WS-AJ-FENTRY-ID
                                  CPY-ADJ-REASON BY WS-AJ-REASON
                                  CPY-ADJ-AMOUNT BY WS-AJ-AMOUNT
                               CPY-ADJ-BEFORE-BAL BY WS-AJ-BEFORE-BAL
                                  CPY-ADJ-AFTER-BAL BY WS-AJ-AFTER-BAL
                               CPY-ADJ-INVOICE-NO BY WS-AJ-INVOICE-NO
                                  CPY-ADJ-MEMO BY WS-AJ-MEMO.
           COPY SYSPRMP REPLACING CPY-SPP-PARMS BY WS-SP-PARMS
                                  CPY-SPP-FUNCTION BY WS-SP-FUNCTION
                                  CPY-SPP-PARM-NAME BY WS-SP-PARM-NAME
                                 CPY-SPP-PARM-VALUE BY WS-SP-PARM-VALUE
                                  CPY-SPP-RESULT BY WS-SP-RESULT.
           COPY PERCTLP REPLACING CPY-PCP-PARMS BY WS-PC-PARMS
                                  CPY-PCP-FUNCTION BY WS-PC-FUNCTION
                                  CPY-PCP-DATE BY WS-PC-DATE
                                  CPY-PCP-PERIOD BY WS-PC-PERIOD
                                  CPY-PCP-STATUS BY WS-PC-STATUS
                                  CPY-PCP-RESULT BY WS-PC-RESULT.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'C' TO WS-PC-FUNCTION.
           MOVE WS-TODAY TO WS-PC-DATE.
           CALL "PERCTL" USING WS-PC-PARMS.
           IF WS-PC-RESULT NOT = 'Y'
               DISPLAY "PERIOD " WS-PC-PERIOD
                   " IS CLOSED, ADJUSTMENTS CANNOT BE POSTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GET-SYSTEM-PARMS.
           OPEN I-O CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FENTRY.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FILE-STATUS
               CLOSE CUSTDTL
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
               CLOSE FENTRY
               CLOSE CUSTDTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = '05' OR WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND ADJTRAN-FILE.
           IF WS-ADJTRAN-STATUS = '05' OR WS-ADJTRAN-STATUS = '35'
               OPEN OUTPUT ADJTRAN-FILE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "D)EBIT ADJUSTMENT  C)REDIT ADJUSTMENT  "
                   "W)RITE-OFF  X)IT: "
               ACCEPT WS-TRANS-CODE
               EVALUATE WS-TRANS-CODE
                   WHEN 'D' PERFORM ADJUST-ONE-CUSTOMER
                   WHEN 'C' PERFORM ADJUST-ONE-CUSTOMER
                   WHEN 'W'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "WRITE-OFF REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM ADJUST-ONE-CUSTOMER
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE ADJTRAN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE OPEN-ITEM.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
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
           MOVE "ADJMNT" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

      * ADJ-LIMIT IS HELD IN CENTS. ANY ADJUSTMENT ABOVE IT NEEDS A
      * SUPERVISOR, THE SAME AS EVERY WRITE-OFF.
       GET-SYSTEM-PARMS.
           MOVE 'G' TO WS-SP-FUNCTION.
           MOVE "ADJ-LIMIT" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT = 'Y'
               COMPUTE WS-ADJ-LIMIT = WS-SP-PARM-VALUE / 100
           END-IF.

       ADJUST-ONE-CUSTOMER.
           DISPLAY "ENTER FENTRY-ID TO ADJUST: ".
           ACCEPT WS-FENTRY-ID.
           MOVE WS-FENTRY-ID TO CD-FENTRY-ID.
           READ CUSTDTL
               INVALID KEY
                   DISPLAY "NO DETAIL RECORD FOR " WS-FENTRY-ID
               NOT INVALID KEY
                   PERFORM ENTER-ADJUSTMENT
           END-READ.

      * EACH PROMPT ONLY RUNS WHILE EVERYTHING KEYED SO FAR IS
      * GOOD; THE FIRST REJECTION ABANDONS THE WHOLE ENTRY AND
      * NOTHING IS POSTED.
       ENTER-ADJUSTMENT.
           PERFORM LOOK-UP-NAME.
           MOVE CD-CURR-BALANCE TO WS-SHOW-AMOUNT.
           DISPLAY WS-FENTRY-ID " " WS-CUST-NAME
               " BALANCE " WS-SHOW-AMOUNT.
           MOVE 'Y' TO WS-ADJ-OK.
           MOVE ZERO TO WS-ADJ-INVOICE.
           PERFORM GET-ADJ-AMOUNT.
           IF WS-ADJ-OK = 'Y'
               PERFORM GET-ADJ-REASON
           END-IF.
           IF WS-ADJ-OK = 'Y'
               PERFORM GET-ADJ-MEMO
           END-IF.
           IF WS-ADJ-OK = 'Y' AND WS-TRANS-CODE NOT = 'D'
               PERFORM GET-ADJ-INVOICE
           END-IF.
           IF WS-ADJ-OK = 'Y'
               DISPLAY "POST THIS ADJUSTMENT (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY "ADJUSTMENT CANCELLED"
                   MOVE 'N' TO WS-ADJ-OK
               END-IF
           END-IF.
           IF WS-ADJ-OK = 'Y'
               PERFORM POST-ADJUSTMENT
           END-IF.

       LOOK-UP-NAME.
           MOVE WS-FENTRY-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE NAME TO WS-CUST-NAME
           END-READ.

       GET-ADJ-AMOUNT.
           DISPLAY "ENTER AMOUNT (DIGITS, PENNIES LAST): ".
           ACCEPT WS-ADJ-AMOUNT.
           IF WS-ADJ-AMOUNT IS NOT NUMERIC
               OR WS-ADJ-AMOUNT = ZERO
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
               MOVE 'N' TO WS-ADJ-OK
           ELSE
               IF WS-ADJ-AMOUNT GREATER THAN WS-ADJ-LIMIT
                   AND WS-OPER-AUTHORITY LESS THAN 2
                   MOVE WS-ADJ-LIMIT TO WS-SHOW-AMOUNT
                   DISPLAY "AMOUNT OVER " WS-SHOW-AMOUNT
                       " REQUIRES SUPERVISOR AUTHORITY"
                   MOVE 'N' TO WS-ADJ-OK
               END-IF
           END-IF.
           IF WS-ADJ-OK = 'Y' AND WS-TRANS-CODE = 'W'
               AND WS-ADJ-AMOUNT GREATER THAN CD-CURR-BALANCE
               DISPLAY "WRITE-OFF CANNOT EXCEED THE BALANCE"
               MOVE 'N' TO WS-ADJ-OK
           END-IF.

       GET-ADJ-REASON.
           DISPLAY "ENTER REASON CODE: ".
           ACCEPT WS-ADJ-REASON.
           MOVE ZERO TO WS-REASON-FOUND.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB GREATER THAN 11
               IF WS-RE-CODE (WS-REASON-SUB) = WS-ADJ-REASON
                   MOVE WS-REASON-SUB TO WS-REASON-FOUND
               END-IF
           END-PERFORM.
           IF WS-REASON-FOUND = ZERO
               DISPLAY "UNKNOWN REASON CODE " WS-ADJ-REASON
               PERFORM LIST-REASON-CODES
               MOVE 'N' TO WS-ADJ-OK
           ELSE
               IF WS-RE-APPLIES (WS-REASON-FOUND) = 'B'
                   OR (WS-RE-APPLIES (WS-REASON-FOUND) = 'W'
                       AND WS-TRANS-CODE = 'W')
                   OR (WS-RE-APPLIES (WS-REASON-FOUND) = 'A'
                       AND WS-TRANS-CODE NOT = 'W')
                   DISPLAY "REASON: " WS-RE-DESC (WS-REASON-FOUND)
               ELSE
                   DISPLAY "REASON " WS-ADJ-REASON
                       " DOES NOT APPLY TO THIS TRANSACTION"
                   PERFORM LIST-REASON-CODES
                   MOVE 'N' TO WS-ADJ-OK
               END-IF
           END-IF.

       LIST-REASON-CODES.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB GREATER THAN 11
               IF WS-RE-APPLIES (WS-REASON-SUB) = 'B'
                   OR (WS-RE-APPLIES (WS-REASON-SUB) = 'W'
                       AND WS-TRANS-CODE = 'W')
                   OR (WS-RE-APPLIES (WS-REASON-SUB) = 'A'
                       AND WS-TRANS-CODE NOT = 'W')
                   DISPLAY "  " WS-RE-CODE (WS-REASON-SUB) "  "
                       WS-RE-DESC (WS-REASON-SUB)
               END-IF
           END-PERFORM.

       GET-ADJ-MEMO.
           DISPLAY "ENTER MEMO: ".
           ACCEPT WS-ADJ-MEMO.
           IF WS-ADJ-MEMO = SPACES
               DISPLAY "A MEMO IS REQUIRED"
               MOVE 'N' TO WS-ADJ-OK
           END-IF.

       GET-ADJ-INVOICE.
           DISPLAY "ENTER INVOICE TO CREDIT (0 = OLDEST FIRST): ".
           ACCEPT WS-ADJ-INVOICE.
           IF WS-ADJ-INVOICE IS NOT NUMERIC
               MOVE ZERO TO WS-ADJ-INVOICE
           END-IF.
           IF WS-ADJ-INVOICE NOT = ZERO
               MOVE WS-ADJ-INVOICE TO OI-INVOICE-NO
               READ OPEN-ITEM
                   KEY IS OI-INVOICE-NO
                   INVALID KEY
                       DISPLAY "INVOICE " WS-ADJ-INVOICE
                           " NOT ON FILE"
                       MOVE 'N' TO WS-ADJ-OK
                   NOT INVALID KEY
                       IF OI-FENTRY-ID NOT = CD-FENTRY-ID
                           OR OI-OPEN-AMOUNT NOT GREATER THAN ZERO
                           DISPLAY "INVOICE " WS-ADJ-INVOICE
                               " IS NOT OPEN FOR THIS CUSTOMER"
                           MOVE 'N' TO WS-ADJ-OK
                       END-IF
               END-READ
           END-IF.

      * A DEBIT RAISES ITS OWN NUMBERED OPEN ITEM SO IT AGES AND
      * CAN BE PAID LIKE AN INVOICE. A CREDIT OR WRITE-OFF COMES
      * OFF THE NAMED INVOICE, THEN OLDEST FIRST, THE SAME WAY
      * CASHRCT APPLIES A PAYMENT; ANYTHING LEFT OVER STAYS ON
      * ACCOUNT.
       POST-ADJUSTMENT.
           MOVE CD-CURR-BALANCE TO WS-BEFORE-BAL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TRANS-CODE = 'D'
               PERFORM RAISE-DEBIT-ITEM
           END-IF.
           IF WS-ADJ-OK = 'Y'
               IF WS-TRANS-CODE = 'D'
                   ADD WS-ADJ-AMOUNT TO CD-CURR-BALANCE
               ELSE
                   SUBTRACT WS-ADJ-AMOUNT FROM CD-CURR-BALANCE
               END-IF
               REWRITE CUSTDTL-FILE
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR " WS-FENTRY-ID
                       MOVE 'N' TO WS-ADJ-OK
               END-REWRITE
           END-IF.
           IF WS-ADJ-OK = 'Y'
               IF WS-TRANS-CODE NOT = 'D'
                   PERFORM APPLY-CREDIT-TO-ITEMS
               END-IF
               PERFORM WRITE-HISTORY-LINE
               PERFORM WRITE-ADJUSTMENT-RECORDS
               MOVE CD-CURR-BALANCE TO WS-SHOW-AMOUNT
               DISPLAY "POSTED, NEW BALANCE " WS-SHOW-AMOUNT
           END-IF.

       RAISE-DEBIT-ITEM.
           MOVE 'N' TO WS-SP-FUNCTION.
           MOVE "INV-NUMBER" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT NOT = 'Y'
               DISPLAY "NO INVOICE NUMBER AVAILABLE, NOT POSTED"
               MOVE 'N' TO WS-ADJ-OK
           ELSE
               MOVE WS-SP-PARM-VALUE TO WS-ADJ-INVOICE
               MOVE WS-ADJ-INVOICE TO OI-INVOICE-NO
               MOVE CD-FENTRY-ID TO OI-FENTRY-ID
               MOVE 'A' TO OI-TYPE
               MOVE WS-TODAY TO OI-INV-DATE
               MOVE WS-ADJ-AMOUNT TO OI-ORIG-AMOUNT
               MOVE ZERO TO OI-PAID-AMOUNT
               MOVE WS-ADJ-AMOUNT TO OI-OPEN-AMOUNT
               MOVE ZERO TO OI-LAST-PAY-DATE
               WRITE OPENITEM-FILE
                   INVALID KEY
                       DISPLAY "INVOICE " WS-ADJ-INVOICE
                           " ALREADY ON FILE, NOT POSTED"
                       MOVE 'N' TO WS-ADJ-OK
               END-WRITE
           END-IF.

       APPLY-CREDIT-TO-ITEMS.
           MOVE WS-ADJ-AMOUNT TO WS-APPLY-LEFT.
           IF WS-ADJ-INVOICE NOT = ZERO
               MOVE WS-ADJ-INVOICE TO OI-INVOICE-NO
               READ OPEN-ITEM
                   KEY IS OI-INVOICE-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM APPLY-TO-ONE-ITEM
               END-READ
           END-IF.
           IF WS-APPLY-LEFT GREATER THAN ZERO
               MOVE 'N' TO WS-OI-DONE
               MOVE CD-FENTRY-ID TO OI-FENTRY-ID
               START OPEN-ITEM KEY IS EQUAL TO OI-FENTRY-ID
                   INVALID KEY MOVE 'Y' TO WS-OI-DONE
               END-START
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
               END-PERFORM
           END-IF.
           IF WS-APPLY-LEFT GREATER THAN ZERO
               MOVE WS-APPLY-LEFT TO WS-SHOW-AMOUNT
               DISPLAY WS-SHOW-AMOUNT " LEFT ON ACCOUNT"
           END-IF.

       APPLY-TO-ONE-ITEM.
           IF OI-OPEN-AMOUNT GREATER THAN WS-APPLY-LEFT
               MOVE WS-APPLY-LEFT TO WS-APPLY-AMOUNT
           ELSE
               MOVE OI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.
           ADD WS-APPLY-AMOUNT TO OI-PAID-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT FROM OI-OPEN-AMOUNT.
           REWRITE OPENITEM-FILE
               INVALID KEY
                   DISPLAY "OPEN ITEM REWRITE FAILED FOR INVOICE "
                       OI-INVOICE-NO
               NOT INVALID KEY
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-APPLY-LEFT
                   MOVE WS-APPLY-AMOUNT TO WS-SHOW-AMOUNT
                   DISPLAY WS-SHOW-AMOUNT " CREDITED TO INVOICE "
                       OI-INVOICE-NO
           END-REWRITE.

       WRITE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-TODAY TO IH-RUN-DATE.
           MOVE CD-FENTRY-ID TO IH-FENTRY-ID.
           IF WS-TRANS-CODE = 'W'
               MOVE 'W' TO IH-TYPE
           ELSE
               MOVE 'A' TO IH-TYPE
           END-IF.
           MOVE WS-ADJ-REASON TO IH-ITEM-CODE.
           MOVE 1 TO IH-QTY.
           MOVE WS-ADJ-AMOUNT TO IH-UNIT-PRICE.
           IF WS-TRANS-CODE = 'D'
               MOVE WS-ADJ-AMOUNT TO IH-EXTENDED
           ELSE
               COMPUTE IH-EXTENDED = 0 - WS-ADJ-AMOUNT
           END-IF.
           MOVE WS-ADJ-INVOICE TO IH-INVOICE-NO.
           MOVE WS-PC-PERIOD TO IH-PERIOD.
           WRITE HISTORY-RECORD.

       WRITE-ADJUSTMENT-RECORDS.
           MOVE SPACES TO WS-ADJ-RECORD.
           MOVE WS-TODAY TO WS-AJ-DATE.
           ACCEPT WS-AJ-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO WS-AJ-OPERATOR.
           MOVE WS-TRANS-CODE TO WS-AJ-TYPE.
           MOVE CD-FENTRY-ID TO WS-AJ-FENTRY-ID.
           MOVE WS-ADJ-REASON TO WS-AJ-REASON.
           MOVE WS-ADJ-AMOUNT TO WS-AJ-AMOUNT.
           MOVE WS-BEFORE-BAL TO WS-AJ-BEFORE-BAL.
           MOVE CD-CURR-BALANCE TO WS-AJ-AFTER-BAL.
           MOVE WS-ADJ-INVOICE TO WS-AJ-INVOICE-NO.
           MOVE WS-ADJ-MEMO TO WS-AJ-MEMO.
           WRITE AUDIT-RECORD FROM WS-ADJ-RECORD.
           WRITE ADJTRAN-RECORD FROM WS-ADJ-RECORD.
