CUSTMR
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT FENTRY ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
               SELECT CUSTDTL ASSIGN TO 'custdtl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-FENTRY-ID
               FILE STATUS IS WS-CUSTDTL-STATUS.
               SELECT OPEN-ITEM ASSIGN TO 'openitem.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               ALTERNATE RECORD KEY IS OI-FENTRY-ID WITH DUPLICATES
               FILE STATUS IS WS-OPENITEM-STATUS.
               SELECT CUSTXREF ASSIGN TO 'custxref.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-ID
               FILE STATUS IS WS-XREF-STATUS.
               SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT HISTORY-WORK ASSIGN TO 'invhist.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTWORK-STATUS.
               SELECT CASH-HISTORY ASSIGN TO 'cashhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHHIST-STATUS.
               SELECT CASH-WORK ASSIGN TO 'cashhist.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHWORK-STATUS.
               SELECT RECUR ASSIGN TO 'recur.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-RECUR-STATUS.
               SELECT PRICETBL ASSIGN TO 'pricetbl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PRICETBL-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'custmrg.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'custmrg.aud'
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

       DATA DIVISION.
           FILE SECTION.
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
           FD CUSTXREF.
           COPY CUSTXRF REPLACING CPY-XR-RECORD BY XREF-RECORD
                                  CPY-XR-OLD-ID BY XR-OLD-ID
                                  CPY-XR-NEW-ID BY XR-NEW-ID
                                  CPY-XR-MERGE-DATE BY XR-MERGE-DATE
                                  CPY-XR-OPERATOR BY XR-OPERATOR.
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
           FD HISTORY-WORK.
           01 HISTWORK-RECORD PIC X(70).
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
           FD CASH-WORK.
           01 CASHWORK-RECORD PIC X(48).
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
           FD PRICETBL.
           COPY PRICETB REPLACING CPY-PT-RECORD BY PRICETBL-FILE
                                  CPY-PT-KEY BY PT-KEY
                                  CPY-PT-TYPE BY PT-TYPE
                                  CPY-PT-FENTRY-ID BY PT-FENTRY-ID
                                  CPY-PT-ITEM-CODE BY PT-ITEM-CODE
                                  CPY-PT-FROM BY PT-FROM
                                  CPY-PT-END-DATE BY PT-END-DATE
                                CPY-PT-UNIT-PRICE BY PT-UNIT-PRICE.
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
               05 AUD-SURVIVOR-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-RETIRED-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-SURV-BEFORE PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-RET-BEFORE PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-SURV-AFTER PIC S9(9)V99 SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-OPEN-ITEMS PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-HIST-LINES PIC 9(7).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-CASH-LINES PIC 9(7).
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
           01 WS-FILE-STATUS PIC X(2).
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-OPENITEM-STATUS PIC X(2).
           01 WS-XREF-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-HISTWORK-STATUS PIC X(2).
           01 WS-CASHHIST-STATUS PIC X(2).
           01 WS-CASHWORK-STATUS PIC X(2).
           01 WS-RECUR-STATUS PIC X(2).
           01 WS-PRICETBL-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-OPERSEC-STATUS PIC X(2).
           01 WS-SIGNON-STATUS PIC X(2).
           01 WS-DONE PIC A(1) VALUE 'N'.
           01 WS-TRANS-CODE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-PASSWORD PIC X(8).
           01 WS-OPER-AUTHORITY PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1) VALUE 'N'.
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-REASON PIC X(20).
           01 WS-TODAY PIC 9(8).
           01 WS-SURVIVOR-ID PIC 9(5).
           01 WS-RETIRED-ID PIC 9(5).
           01 WS-RETIRED-ID-X REDEFINES WS-RETIRED-ID PIC X(5).
           01 WS-SURVIVOR-NAME PIC A(25).
           01 WS-RETIRED-NAME PIC A(25).
           01 WS-MERGE-OK PIC A(1).
           01 WS-RETIRED-HAS-DETAIL PIC A(1).
           01 WS-CONFIRM PIC X(1).
           01 WS-EOF PIC A(1).
           01 WS-OI-DONE PIC A(1).
           01 WS-XR-DONE PIC A(1).
           01 WS-SURV-BEFORE PIC S9(9)V99.
           01 WS-RET-BEFORE PIC S9(9)V99.
           01 WS-SURV-AFTER PIC S9(9)V99.
           01 WS-SURV-LIMIT PIC 9(9)V99.
           01 WS-RET-LIMIT PIC 9(9)V99.
           01 WS-RET-HOLD PIC X(1).
           01 WS-RET-DUN-STAGE PIC 9(1).
           01 WS-RET-DUN-DATE PIC 9(8).
           01 WS-OI-MOVED PIC 9(5).
           01 WS-HIST-MOVED PIC 9(7).
           01 WS-CASH-MOVED PIC 9(7).
           01 WS-XREF-MOVED PIC 9(5).
           01 WS-MERGE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SHOW-BALANCE PIC ZZZZZZZZ9.99-.
           01 WS-SHOW-LIMIT PIC ZZZZZZZZ9.99.
           01 WS-HEADING-1.
               05 FILLER PIC X(26) VALUE
                   "CUSTOMER MERGE REPORT".
               05 FILLER PIC X(6) VALUE "DATE: ".
               05 WS-H-DATE PIC 9(8).
               05 FILLER PIC X(13) VALUE "  OPERATOR: ".
               05 WS-H-OPER PIC X(8).
           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(27) VALUE "NAME".
               05 FILLER PIC X(15) VALUE "   BAL BEFORE".
               05 FILLER PIC X(15) VALUE "    BAL AFTER".
           01 WS-MERGE-LINE.
               05 WS-ML-ROLE PIC X(10).
               05 WS-ML-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ML-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ML-BEFORE PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ML-AFTER PIC ZZZZZZZZ9.99-.
           01 WS-MOVED-LINE.
               05 FILLER PIC X(17) VALUE "          MOVED: ".
               05 WS-MV-OPEN-ITEMS PIC ZZZZ9.
               05 FILLER PIC X(13) VALUE " OPEN ITEMS, ".
               05 WS-MV-HIST-LINES PIC ZZZZZZ9.
               05 FILLER PIC X(16) VALUE " INVOICE LINES, ".
               05 WS-MV-CASH-LINES PIC ZZZZZZ9.
               05 FILLER PIC X(9) VALUE " RECEIPTS".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPER-AUTHORITY LESS THAN 2
               DISPLAY "CUSTOMER MERGE REQUIRES SUPERVISOR AUTHORITY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FENTRY.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS
               CLOSE FENTRY
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
               CLOSE FENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTXREF.
           IF WS-XREF-STATUS = '35'
               OPEN OUTPUT CUSTXREF
               CLOSE CUSTXREF
               OPEN I-O CUSTXREF
           END-IF.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custxref.txt, STATUS "
                   WS-XREF-STATUS
               CLOSE OPEN-ITEM
               CLOSE CUSTDTL
               CLOSE FENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-OPERATOR-ID TO WS-H-OPER.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "M)ERGE CUSTOMERS  X)IT: "
               ACCEPT WS-TRANS-CODE
               EVALUATE WS-TRANS-CODE
                   WHEN 'M' PERFORM MERGE-ONE-PAIR
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           DISPLAY WS-MERGE-COUNT " MERGE(S) LISTED ON custmrg.rpt".
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE CUSTXREF.
           CLOSE OPEN-ITEM.
           CLOSE CUSTDTL.
           CLOSE FENTRY.
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
           MOVE "CUSTMRG" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

      * THE SUPERVISOR NAMES THE ACCOUNT THAT STAYS AND THE
      * DUPLICATE THAT GOES (FENTDUP LISTS THE SUSPECTS). NOTHING
      * IS TOUCHED UNTIL BOTH IDS CHECK OUT AND THE MERGE HAS BEEN
      * CONFIRMED AGAINST THE TWO BALANCES.
       MERGE-ONE-PAIR.
           MOVE 'Y' TO WS-MERGE-OK.
           DISPLAY "ENTER SURVIVING FENTRY-ID: ".
           ACCEPT WS-SURVIVOR-ID.
           DISPLAY "ENTER RETIRED FENTRY-ID: ".
           ACCEPT WS-RETIRED-ID.
           IF WS-SURVIVOR-ID = WS-RETIRED-ID
               DISPLAY "SURVIVOR AND RETIRED ID MUST DIFFER"
               MOVE 'N' TO WS-MERGE-OK
           END-IF.
           IF WS-MERGE-OK = 'Y'
               PERFORM CHECK-SURVIVOR
           END-IF.
           IF WS-MERGE-OK = 'Y'
               PERFORM CHECK-RETIRED
           END-IF.
           IF WS-MERGE-OK = 'Y'
               PERFORM CHECK-RETIRED-CHARGES
           END-IF.
           IF WS-MERGE-OK = 'Y'
               DISPLAY "SURVIVOR " WS-SURVIVOR-ID " " WS-SURVIVOR-NAME
               MOVE WS-SURV-BEFORE TO WS-SHOW-BALANCE
               MOVE WS-SURV-LIMIT TO WS-SHOW-LIMIT
               DISPLAY "    BALANCE " WS-SHOW-BALANCE
                   "  CREDIT LIMIT " WS-SHOW-LIMIT
               DISPLAY "RETIRED  " WS-RETIRED-ID " " WS-RETIRED-NAME
               MOVE WS-RET-BEFORE TO WS-SHOW-BALANCE
               MOVE WS-RET-LIMIT TO WS-SHOW-LIMIT
               DISPLAY "    BALANCE " WS-SHOW-BALANCE
                   "  CREDIT LIMIT " WS-SHOW-LIMIT
               DISPLAY "THE SURVIVOR KEEPS ITS OWN CREDIT LIMIT"
               DISPLAY "MERGE " WS-RETIRED-ID " INTO " WS-SURVIVOR-ID
                   "? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   PERFORM POST-MERGE
               ELSE
                   DISPLAY "MERGE CANCELLED"
               END-IF
           END-IF.

       CHECK-SURVIVOR.
           MOVE WS-SURVIVOR-ID TO XR-OLD-ID.
           READ CUSTXREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY WS-SURVIVOR-ID " WAS MERGED INTO "
                       XR-NEW-ID " AND CANNOT SURVIVE A MERGE"
                   MOVE 'N' TO WS-MERGE-OK
           END-READ.
           IF WS-MERGE-OK = 'Y'
               MOVE WS-SURVIVOR-ID TO FENTRY-ID
               READ FENTRY
                   INVALID KEY
                       DISPLAY "SURVIVOR " WS-SURVIVOR-ID
                           " IS NOT ON THE MASTER"
                       MOVE 'N' TO WS-MERGE-OK
                   NOT INVALID KEY
                       IF FENTRY-STATUS = 'I'
                           DISPLAY "SURVIVOR " WS-SURVIVOR-ID
                               " IS INACTIVE"
                           MOVE 'N' TO WS-MERGE-OK
                       END-IF
                       MOVE NAME TO WS-SURVIVOR-NAME
               END-READ
           END-IF.
           IF WS-MERGE-OK = 'Y'
               MOVE WS-SURVIVOR-ID TO CD-FENTRY-ID
               READ CUSTDTL
                   INVALID KEY
                       DISPLAY "SURVIVOR " WS-SURVIVOR-ID
                           " HAS NO CUSTOMER DETAIL - ADD IT IN "
                           "CUSTMNT FIRST"
                       MOVE 'N' TO WS-MERGE-OK
                   NOT INVALID KEY
                       MOVE CD-CURR-BALANCE TO WS-SURV-BEFORE
                       MOVE CD-CREDIT-LIMIT TO WS-SURV-LIMIT
               END-READ
           END-IF.

      * AN INACTIVE DUPLICATE MAY STILL BE MERGED, SO ITS HISTORY
      * FOLLOWS THE CUSTOMER; ONE ALREADY MERGED MAY NOT.
       CHECK-RETIRED.
           MOVE WS-RETIRED-ID TO XR-OLD-ID.
           READ CUSTXREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY WS-RETIRED-ID " WAS ALREADY MERGED INTO "
                       XR-NEW-ID
                   MOVE 'N' TO WS-MERGE-OK
           END-READ.
           IF WS-MERGE-OK = 'Y'
               MOVE WS-RETIRED-ID TO FENTRY-ID
               READ FENTRY
                   INVALID KEY
                       DISPLAY "RETIRED " WS-RETIRED-ID
                           " IS NOT ON THE MASTER"
                       MOVE 'N' TO WS-MERGE-OK
                   NOT INVALID KEY
                       MOVE NAME TO WS-RETIRED-NAME
               END-READ
           END-IF.
           IF WS-MERGE-OK = 'Y'
               MOVE ZERO TO WS-RET-BEFORE
               MOVE ZERO TO WS-RET-LIMIT
               MOVE SPACE TO WS-RET-HOLD
               MOVE ZERO TO WS-RET-DUN-STAGE
               MOVE ZERO TO WS-RET-DUN-DATE
               MOVE WS-RETIRED-ID TO CD-FENTRY-ID
               READ CUSTDTL
                   INVALID KEY
                       MOVE 'N' TO WS-RETIRED-HAS-DETAIL
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RETIRED-HAS-DETAIL
                       MOVE CD-CURR-BALANCE TO WS-RET-BEFORE
                       MOVE CD-CREDIT-LIMIT TO WS-RET-LIMIT
                       MOVE CD-HOLD-FLAG TO WS-RET-HOLD
                       IF CD-DUN-STAGE IS NUMERIC
                           MOVE CD-DUN-STAGE TO WS-RET-DUN-STAGE
                           MOVE CD-DUN-DATE TO WS-RET-DUN-DATE
                       END-IF
               END-READ
           END-IF.

      * RECURRING CHARGES AND CONTRACT PRICES ARE KEYED BY CUSTOMER
      * AND MAY CLASH WITH THE SURVIVOR'S OWN, SO THEY ARE NOT MOVED
      * BY THE MERGE. THE RETIRED ID MUST HAVE NONE LEFT - ANY STILL
      * WANTED ARE ADDED FOR THE SURVIVOR AND THE RETIRED ONES
      * DELETED IN RECURMNT AND PRICMNT FIRST. A FILE NOT YET
      * CREATED HOLDS NOTHING TO CHECK.
       CHECK-RETIRED-CHARGES.
           OPEN INPUT RECUR.
           IF WS-RECUR-STATUS = '00'
               MOVE WS-RETIRED-ID TO RB-FENTRY-ID
               MOVE LOW-VALUES TO RB-ITEM-CODE
               START RECUR KEY IS NOT LESS THAN RB-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ RECUR NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF RB-FENTRY-ID = WS-RETIRED-ID
                                   DISPLAY "RETIRED " WS-RETIRED-ID
                                       " HAS RECURRING CHARGES ON "
                                       "recur.txt - MOVE OR DELETE "
                                       "THEM IN RECURMNT FIRST"
                                   MOVE 'N' TO WS-MERGE-OK
                               END-IF
                       END-READ
               END-START
               CLOSE RECUR
           END-IF.
           OPEN INPUT PRICETBL.
           IF WS-PRICETBL-STATUS = '00'
               MOVE 'C' TO PT-TYPE
               MOVE WS-RETIRED-ID TO PT-FENTRY-ID
               MOVE LOW-VALUES TO PT-ITEM-CODE
               MOVE ZERO TO PT-FROM
               START PRICETBL KEY IS NOT LESS THAN PT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ PRICETBL NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF PT-TYPE = 'C'
                                   AND PT-FENTRY-ID = WS-RETIRED-ID
                                   DISPLAY "RETIRED " WS-RETIRED-ID
                                       " HAS CONTRACT PRICES ON "
                                       "pricetbl.txt - MOVE OR DELETE "
                                       "THEM IN PRICMNT FIRST"
                                   MOVE 'N' TO WS-MERGE-OK
                               END-IF
                       END-READ
               END-START
               CLOSE PRICETBL
           END-IF.

      * THE SURVIVOR TAKES THE RETIRED BALANCE, ITS CREDIT HOLD AND
      * THE FURTHER-ON DUNNING STAGE. THE RETIRED DETAIL IS LEFT AT
      * ZERO AND THE RETIRED MASTER INACTIVE, WITH A CROSS-REFERENCE
      * TO THE SURVIVOR FOR LATER INVOICES AND RECEIPTS.
       POST-MERGE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-SURVIVOR-ID TO CD-FENTRY-ID.
           READ CUSTDTL
               INVALID KEY
                   DISPLAY "SURVIVOR DETAIL " WS-SURVIVOR-ID
                       " IS NO LONGER ON FILE"
                   MOVE 'N' TO WS-MERGE-OK
           END-READ.
           IF WS-MERGE-OK = 'Y'
               ADD WS-RET-BEFORE TO CD-CURR-BALANCE
               MOVE CD-CURR-BALANCE TO WS-SURV-AFTER
               IF WS-RET-HOLD = 'H'
                   MOVE 'H' TO CD-HOLD-FLAG
               END-IF
               IF CD-DUN-STAGE IS NOT NUMERIC
                   OR WS-RET-DUN-STAGE GREATER THAN CD-DUN-STAGE
                   MOVE WS-RET-DUN-STAGE TO CD-DUN-STAGE
                   MOVE WS-RET-DUN-DATE TO CD-DUN-DATE
               END-IF
               REWRITE CUSTDTL-FILE
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR " WS-SURVIVOR-ID
                       MOVE 'N' TO WS-MERGE-OK
               END-REWRITE
           END-IF.
           IF WS-MERGE-OK = 'Y'
               AND WS-RETIRED-HAS-DETAIL = 'Y'
               MOVE WS-RETIRED-ID TO CD-FENTRY-ID
               READ CUSTDTL
                   INVALID KEY
                       DISPLAY "RETIRED DETAIL " WS-RETIRED-ID
                           " IS NO LONGER ON FILE"
                   NOT INVALID KEY
                       MOVE ZERO TO CD-CURR-BALANCE
                       MOVE ZERO TO CD-DUN-STAGE
                       MOVE ZERO TO CD-DUN-DATE
                       REWRITE CUSTDTL-FILE
                           INVALID KEY
                               DISPLAY "REWRITE FAILED FOR "
                                   WS-RETIRED-ID
                       END-REWRITE
               END-READ
           END-IF.
           IF WS-MERGE-OK = 'Y'
               PERFORM MOVE-OPEN-ITEMS
               PERFORM MOVE-INVOICE-HISTORY
               PERFORM MOVE-CASH-HISTORY
               PERFORM RETIRE-MASTER
               PERFORM WRITE-CROSS-REFERENCE
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-MERGE-REPORT
               ADD 1 TO WS-MERGE-COUNT
               MOVE WS-SURV-AFTER TO WS-SHOW-BALANCE
               DISPLAY WS-RETIRED-ID " MERGED INTO " WS-SURVIVOR-ID
                   ", NEW BALANCE " WS-SHOW-BALANCE
           END-IF.

      * EACH PASS STARTS AFRESH ON THE RETIRED ID, SINCE MOVING AN
      * ITEM TAKES IT OFF THE ALTERNATE-KEY CHAIN BEING READ.
       MOVE-OPEN-ITEMS.
           MOVE ZERO TO WS-OI-MOVED.
           MOVE 'N' TO WS-OI-DONE.
           PERFORM UNTIL WS-OI-DONE = 'Y'
               MOVE WS-RETIRED-ID TO OI-FENTRY-ID
               START OPEN-ITEM KEY IS EQUAL TO OI-FENTRY-ID
                   INVALID KEY MOVE 'Y' TO WS-OI-DONE
               END-START
               IF WS-OI-DONE NOT = 'Y'
                   READ OPEN-ITEM NEXT
                       AT END MOVE 'Y' TO WS-OI-DONE
                       NOT AT END PERFORM MOVE-ONE-OPEN-ITEM
                   END-READ
               END-IF
           END-PERFORM.

       MOVE-ONE-OPEN-ITEM.
           IF OI-FENTRY-ID NOT = WS-RETIRED-ID
               MOVE 'Y' TO WS-OI-DONE
           ELSE
               MOVE WS-SURVIVOR-ID TO OI-FENTRY-ID
               REWRITE OPENITEM-FILE
                   INVALID KEY
                       DISPLAY "OPEN ITEM REWRITE FAILED FOR "
                           OI-INVOICE-NO
                       MOVE 'Y' TO WS-OI-DONE
                   NOT INVALID KEY
                       ADD 1 TO WS-OI-MOVED
               END-REWRITE
           END-IF.

      * THE HISTORY FILES ARE COPIED THROUGH A WORK FILE WITH THE
      * RETIRED ID CHANGED TO THE SURVIVOR, THEN COPIED BACK, THE
      * SAME WAY MUL SIFTS A RERUN OUT OF invhist.txt.
       MOVE-INVOICE-HISTORY.
           MOVE ZERO TO WS-HIST-MOVED.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               OPEN OUTPUT HISTORY-WORK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF IH-FENTRY-ID = WS-RETIRED-ID
                               MOVE WS-SURVIVOR-ID TO IH-FENTRY-ID
                               ADD 1 TO WS-HIST-MOVED
                           END-IF
                           MOVE HISTORY-RECORD TO HISTWORK-RECORD
                           WRITE HISTWORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-WORK
               CLOSE HISTORY-FILE
               IF WS-HIST-MOVED GREATER THAN ZERO
                   OPEN INPUT HISTORY-WORK
                   OPEN OUTPUT HISTORY-FILE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ HISTORY-WORK
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE HISTWORK-RECORD TO HISTORY-RECORD
                               WRITE HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
                   CLOSE HISTORY-WORK
               END-IF
           END-IF.

       MOVE-CASH-HISTORY.
           MOVE ZERO TO WS-CASH-MOVED.
           OPEN INPUT CASH-HISTORY.
           IF WS-CASHHIST-STATUS = '00'
               OPEN OUTPUT CASH-WORK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASH-HISTORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CH-FENTRY-ID = WS-RETIRED-ID-X
                               MOVE WS-SURVIVOR-ID TO CH-FENTRY-ID
                               ADD 1 TO WS-CASH-MOVED
                           END-IF
                           MOVE CASHHIST-POSTED TO CASHWORK-RECORD
                           WRITE CASHWORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE CASH-WORK
               CLOSE CASH-HISTORY
               IF WS-CASH-MOVED GREATER THAN ZERO
                   OPEN INPUT CASH-WORK
                   OPEN OUTPUT CASH-HISTORY
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CASH-WORK
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE CASHWORK-RECORD TO CASHHIST-POSTED
                               WRITE CASHHIST-POSTED
                       END-READ
                   END-PERFORM
                   CLOSE CASH-HISTORY
                   CLOSE CASH-WORK
               END-IF
           END-IF.

       RETIRE-MASTER.
           MOVE WS-RETIRED-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   DISPLAY "RETIRED MASTER " WS-RETIRED-ID
                       " IS NO LONGER ON FILE"
               NOT INVALID KEY
                   MOVE 'I' TO FENTRY-STATUS
                   REWRITE FENTRY-FILE
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR "
                               WS-RETIRED-ID
                   END-REWRITE
           END-READ.

      * ANY ACCOUNTS EARLIER MERGED INTO THE ONE NOW RETIRED ARE
      * POINTED ON TO THE SURVIVOR BEFORE ITS OWN ENTRY IS ADDED.
       WRITE-CROSS-REFERENCE.
           MOVE ZERO TO WS-XREF-MOVED.
           MOVE 'N' TO WS-XR-DONE.
           MOVE ZERO TO XR-OLD-ID.
           START CUSTXREF KEY IS NOT LESS THAN XR-OLD-ID
               INVALID KEY MOVE 'Y' TO WS-XR-DONE
           END-START.
           PERFORM UNTIL WS-XR-DONE = 'Y'
               READ CUSTXREF NEXT
                   AT END MOVE 'Y' TO WS-XR-DONE
                   NOT AT END
                       IF XR-NEW-ID = WS-RETIRED-ID
                           MOVE WS-SURVIVOR-ID TO XR-NEW-ID
                           REWRITE XREF-RECORD
                               INVALID KEY
                                   DISPLAY "CROSS-REFERENCE REWRITE "
                                       "FAILED FOR " XR-OLD-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-XREF-MOVED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-RETIRED-ID TO XR-OLD-ID.
           MOVE WS-SURVIVOR-ID TO XR-NEW-ID.
           MOVE WS-TODAY TO XR-MERGE-DATE.
           MOVE WS-OPERATOR-ID TO XR-OPERATOR.
           WRITE XREF-RECORD
               INVALID KEY
                   DISPLAY "CROSS-REFERENCE WRITE FAILED FOR "
                       WS-RETIRED-ID
           END-WRITE.
           IF WS-XREF-MOVED GREATER THAN ZERO
               DISPLAY WS-XREF-MOVED " EARLIER MERGE(S) NOW POINT TO "
                   WS-SURVIVOR-ID
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE WS-TODAY TO AUD-DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-SURVIVOR-ID TO AUD-SURVIVOR-ID.
           MOVE WS-RETIRED-ID TO AUD-RETIRED-ID.
           MOVE WS-SURV-BEFORE TO AUD-SURV-BEFORE.
           MOVE WS-RET-BEFORE TO AUD-RET-BEFORE.
           MOVE WS-SURV-AFTER TO AUD-SURV-AFTER.
           MOVE WS-OI-MOVED TO AUD-OPEN-ITEMS.
           MOVE WS-HIST-MOVED TO AUD-HIST-LINES.
           MOVE WS-CASH-MOVED TO AUD-CASH-LINES.
           WRITE AUDIT-RECORD.

       WRITE-MERGE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SURVIVOR" TO WS-ML-ROLE.
           MOVE WS-SURVIVOR-ID TO WS-ML-ID.
           MOVE WS-SURVIVOR-NAME TO WS-ML-NAME.
           MOVE WS-SURV-BEFORE TO WS-ML-BEFORE.
           MOVE WS-SURV-AFTER TO WS-ML-AFTER.
           WRITE REPORT-LINE FROM WS-MERGE-LINE.
           MOVE "RETIRED" TO WS-ML-ROLE.
           MOVE WS-RETIRED-ID TO WS-ML-ID.
           MOVE WS-RETIRED-NAME TO WS-ML-NAME.
           MOVE WS-RET-BEFORE TO WS-ML-BEFORE.
           MOVE ZERO TO WS-ML-AFTER.
           WRITE REPORT-LINE FROM WS-MERGE-LINE.
           MOVE WS-OI-MOVED TO WS-MV-OPEN-ITEMS.
           MOVE WS-HIST-MOVED TO WS-MV-HIST-LINES.
           MOVE WS-CASH-MOVED TO WS-MV-CASH-LINES.
           WRITE REPORT-LINE FROM WS-MOVED-LINE.
