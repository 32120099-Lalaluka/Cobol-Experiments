DUNNIN
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CUSTDTL ASSIGN TO 'custdtl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FENTRY-ID
               FILE STATUS IS WS-CUSTDTL-STATUS.
               SELECT FENTRY ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FENTRY-STATUS.
               SELECT OPEN-ITEM ASSIGN TO 'openitem.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               ALTERNATE RECORD KEY IS OI-FENTRY-ID WITH DUPLICATES
               FILE STATUS IS WS-OPENITEM-STATUS.
               SELECT LETTER-FILE ASSIGN TO 'dunning.prt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT FINAL-FILE ASSIGN TO 'dunfinal.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

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
           FD LETTER-FILE.
           01 LETTER-LINE PIC X(80).
           FD FINAL-FILE.
           01 FINAL-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-FENTRY-STATUS PIC X(2).
           01 WS-OPENITEM-STATUS PIC X(2).
           01 WS-CUST-EOF PIC A(1) VALUE 'N'.
           01 WS-OI-DONE PIC A(1).
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-TODAY-INT PIC 9(7).
           01 WS-ITEM-INT PIC 9(7).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-OLDEST-DAYS PIC S9(7).
           01 WS-OPEN-TOTAL PIC S9(11)V99.
           01 WS-PAST-DUE PIC S9(11)V99.
           01 WS-ON-ACCOUNT PIC S9(11)V99.
           01 WS-CURR-STAGE PIC 9(1).
           01 WS-NEW-STAGE PIC 9(1).
           01 WS-CUST-NAME PIC A(25).
           01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-STAGE-COUNT PIC 9(5) OCCURS 3 TIMES.
           01 WS-RESET-COUNT PIC 9(5) VALUE ZERO.
           01 WS-FINAL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DUE-MAX PIC 9(2) VALUE 50.
           01 WS-DUE-USED PIC 9(2) VALUE ZERO.
           01 WS-DUE-SUB PIC 9(2).
           01 WS-DUE-TABLE.
               05 WS-DUE-ENTRY OCCURS 50 TIMES.
                   10 WS-DU-INVOICE PIC 9(8).
                   10 WS-DU-DATE PIC 9(8).
                   10 WS-DU-OPEN PIC S9(9)V99.
                   10 WS-DU-DAYS PIC 9(5).
           01 WS-LT-DATE-LINE.
               05 FILLER PIC X(50) VALUE SPACES.
               05 FILLER PIC X(6) VALUE "DATE: ".
               05 WS-LD-DATE PIC 9(8).
           01 WS-LT-TEXT-LINE.
               05 WS-LT-TEXT PIC X(70).
           01 WS-LT-ACCOUNT-LINE.
               05 FILLER PIC X(17) VALUE "ACCOUNT NUMBER: ".
               05 WS-LA-ID PIC 9(5).
           01 WS-LT-ITEM-HEAD.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "INVOICE".
               05 FILLER PIC X(10) VALUE "DATE".
               05 FILLER PIC X(15) VALUE "  AMOUNT OPEN".
               05 FILLER PIC X(10) VALUE "DAYS".
           01 WS-LT-ITEM-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-LI-INVOICE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LI-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LI-OPEN PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LI-DAYS PIC ZZZZ9.
           01 WS-LT-TOTAL-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 FILLER PIC X(20) VALUE "TOTAL PAST DUE......".
               05 WS-LL-AMOUNT PIC ZZZZZZZZ9.99-.
           01 WS-FN-HEADING-1.
               05 FILLER PIC X(34) VALUE
                   "FINAL DEMAND LIST - CREDIT MANAGER".
               05 FILLER PIC X(6) VALUE "DATE: ".
               05 WS-FH-DATE PIC 9(8).
           01 WS-FN-HEADING-2.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(27) VALUE "NAME".
               05 FILLER PIC X(14) VALUE "PHONE".
               05 FILLER PIC X(14) VALUE "    PAST DUE".
               05 FILLER PIC X(6) VALUE " DAYS".
               05 FILLER PIC X(12) VALUE " LETTER".
           01 WS-FN-DETAIL-LINE.
               05 WS-FD-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-FD-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-FD-PHONE PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-FD-PAST-DUE PIC ZZZZZZZ9.99-.
               05 FILLER PIC X(1) VALUE SPACES.
               05 WS-FD-DAYS PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-FD-NOTE PIC X(12).
           01 WS-FN-COUNT-LINE.
               05 WS-FC-TEXT PIC X(30).
               05 WS-FC-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "DUNNING" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "DUNNING: NO BUSINESS DATE, NOTHING SENT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE ZERO TO WS-STAGE-COUNT (1).
           MOVE ZERO TO WS-STAGE-COUNT (2).
           MOVE ZERO TO WS-STAGE-COUNT (3).
           OPEN I-O CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FENTRY.
           IF WS-FENTRY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FENTRY-STATUS
               CLOSE CUSTDTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPEN-ITEM.
           IF WS-OPENITEM-STATUS NOT = '00'
               DISPLAY "NO OPEN ITEMS (STATUS "
                   WS-OPENITEM-STATUS "), NOTHING TO DUN"
               CLOSE FENTRY
               CLOSE CUSTDTL
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT FINAL-FILE.
           MOVE WS-TODAY TO WS-FH-DATE.
           WRITE FINAL-LINE FROM WS-FN-HEADING-1.
           WRITE FINAL-LINE FROM WS-FN-HEADING-2.
           MOVE ZERO TO CD-FENTRY-ID.
           START CUSTDTL KEY IS NOT LESS THAN CD-FENTRY-ID
               INVALID KEY MOVE 'Y' TO WS-CUST-EOF
           END-START.
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               READ CUSTDTL NEXT
                   AT END MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END PERFORM DUN-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           PERFORM WRITE-FINAL-TOTALS.
           CLOSE FINAL-FILE.
           CLOSE LETTER-FILE.
           CLOSE OPEN-ITEM.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
           DISPLAY "DUNNING SENT " WS-LETTER-COUNT " LETTER(S), "
               WS-FINAL-COUNT " NEW FINAL DEMAND(S), "
               WS-RESET-COUNT " STAGE(S) RESET".
           MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * THE STAGE ONLY EVER MOVES UP WHILE THE CUSTOMER STAYS PAST
      * DUE, SO EACH LETTER GOES OUT ONCE PER COLLECTION CYCLE. THE
      * CYCLE ENDS - STAGE BACK TO ZERO - WHEN NOTHING IS LEFT PAST
      * DUE. A CUSTOMER WHO FIRST SHOWS UP ALREADY 90 DAYS OVER GETS
      * THE FINAL DEMAND STRAIGHT AWAY.
       DUN-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT.
           IF CD-DUN-STAGE IS NUMERIC
               MOVE CD-DUN-STAGE TO WS-CURR-STAGE
           ELSE
               MOVE ZERO TO WS-CURR-STAGE
           END-IF.
           PERFORM GATHER-PAST-DUE.
           EVALUATE TRUE
               WHEN WS-OLDEST-DAYS GREATER THAN 90
                   MOVE 3 TO WS-NEW-STAGE
               WHEN WS-OLDEST-DAYS GREATER THAN 60
                   MOVE 2 TO WS-NEW-STAGE
               WHEN WS-OLDEST-DAYS GREATER THAN 30
                   MOVE 1 TO WS-NEW-STAGE
               WHEN OTHER
                   MOVE 0 TO WS-NEW-STAGE
           END-EVALUATE.
           IF WS-PAST-DUE NOT GREATER THAN ZERO
               IF WS-CURR-STAGE NOT = ZERO
                   OR CD-DUN-STAGE IS NOT NUMERIC
                   MOVE ZERO TO CD-DUN-STAGE
                   MOVE ZERO TO CD-DUN-DATE
                   PERFORM REWRITE-CUSTOMER
                   IF WS-CURR-STAGE NOT = ZERO
                       ADD 1 TO WS-RESET-COUNT
                   END-IF
               END-IF
           ELSE
               IF WS-NEW-STAGE GREATER THAN WS-CURR-STAGE
                   PERFORM LOOK-UP-NAME
                   PERFORM PRINT-ONE-LETTER
                   MOVE WS-NEW-STAGE TO CD-DUN-STAGE
                   MOVE WS-TODAY TO CD-DUN-DATE
                   PERFORM REWRITE-CUSTOMER
                   ADD 1 TO WS-LETTER-COUNT
                   ADD 1 TO WS-STAGE-COUNT (WS-NEW-STAGE)
                   IF WS-NEW-STAGE = 3
                       ADD 1 TO WS-FINAL-COUNT
                       MOVE "NEW" TO WS-FD-NOTE
                       PERFORM LIST-FINAL-DEMAND
                   END-IF
               ELSE
                   IF WS-CURR-STAGE = 3
                       PERFORM LOOK-UP-NAME
                       MOVE SPACES TO WS-FD-NOTE
                       STRING "SENT " DELIMITED BY SIZE
                           CD-DUN-DATE DELIMITED BY SIZE
                           INTO WS-FD-NOTE
                       END-STRING
                       PERFORM LIST-FINAL-DEMAND
                   END-IF
               END-IF
           END-IF.

      * PAST DUE IS EVERY OPEN ITEM OVER 30 DAYS OLD (THE SAME
      * BUCKETS AS THE AGING REPORT), LESS ANY UNAPPLIED CASH THE
      * CUSTOMER HAS ON ACCOUNT. THE OLDEST SUCH ITEM SETS THE STAGE.
       GATHER-PAST-DUE.
           MOVE ZERO TO WS-OPEN-TOTAL.
           MOVE ZERO TO WS-PAST-DUE.
           MOVE ZERO TO WS-OLDEST-DAYS.
           MOVE ZERO TO WS-DUE-USED.
           MOVE 'N' TO WS-OI-DONE.
           MOVE CD-FENTRY-ID TO OI-FENTRY-ID.
           START OPEN-ITEM KEY IS EQUAL TO OI-FENTRY-ID
               INVALID KEY MOVE 'Y' TO WS-OI-DONE
           END-START.
           PERFORM UNTIL WS-OI-DONE = 'Y'
               READ OPEN-ITEM NEXT
                   AT END MOVE 'Y' TO WS-OI-DONE
                   NOT AT END
                       IF OI-FENTRY-ID NOT = CD-FENTRY-ID
                           MOVE 'Y' TO WS-OI-DONE
                       ELSE
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-ON-ACCOUNT = CD-CURR-BALANCE - WS-OPEN-TOTAL.
           IF WS-ON-ACCOUNT LESS THAN ZERO
               ADD WS-ON-ACCOUNT TO WS-PAST-DUE
           END-IF.

       AGE-ONE-ITEM.
           ADD OI-OPEN-AMOUNT TO WS-OPEN-TOTAL.
           IF OI-OPEN-AMOUNT GREATER THAN ZERO
               COMPUTE WS-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(OI-INV-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
               IF WS-AGE-DAYS GREATER THAN 30
                   ADD OI-OPEN-AMOUNT TO WS-PAST-DUE
                   IF WS-AGE-DAYS GREATER THAN WS-OLDEST-DAYS
                       MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
                   END-IF
                   IF WS-DUE-USED LESS THAN WS-DUE-MAX
                       ADD 1 TO WS-DUE-USED
                       MOVE OI-INVOICE-NO TO WS-DU-INVOICE (WS-DUE-USED)
                       MOVE OI-INV-DATE TO WS-DU-DATE (WS-DUE-USED)
                       MOVE OI-OPEN-AMOUNT TO WS-DU-OPEN (WS-DUE-USED)
                       MOVE WS-AGE-DAYS TO WS-DU-DAYS (WS-DUE-USED)
                   END-IF
               END-IF
           END-IF.

       REWRITE-CUSTOMER.
           REWRITE CUSTDTL-FILE
               INVALID KEY
                   DISPLAY "STAGE REWRITE FAILED FOR " CD-FENTRY-ID
           END-REWRITE.

       LOOK-UP-NAME.
           MOVE CD-FENTRY-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   MOVE SPACES TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE NAME TO WS-CUST-NAME
           END-READ.

       PRINT-ONE-LETTER.
           MOVE WS-TODAY TO WS-LD-DATE.
           IF WS-LETTER-COUNT = ZERO
               WRITE LETTER-LINE FROM WS-LT-DATE-LINE
           ELSE
               WRITE LETTER-LINE FROM WS-LT-DATE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-CUST-NAME TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE CD-ADDR-1 TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           IF CD-ADDR-2 NOT = SPACES
               MOVE CD-ADDR-2 TO WS-LT-TEXT
               WRITE LETTER-LINE FROM WS-LT-TEXT-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CD-FENTRY-ID TO WS-LA-ID.
           WRITE LETTER-LINE FROM WS-LT-ACCOUNT-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           EVALUATE WS-NEW-STAGE
               WHEN 1 PERFORM WRITE-FRIENDLY-TEXT
               WHEN 2 PERFORM WRITE-FIRM-TEXT
               WHEN 3 PERFORM WRITE-FINAL-TEXT
           END-EVALUATE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM WS-LT-ITEM-HEAD.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB GREATER THAN WS-DUE-USED
               MOVE WS-DU-INVOICE (WS-DUE-SUB) TO WS-LI-INVOICE
               MOVE WS-DU-DATE (WS-DUE-SUB) TO WS-LI-DATE
               MOVE WS-DU-OPEN (WS-DUE-SUB) TO WS-LI-OPEN
               MOVE WS-DU-DAYS (WS-DUE-SUB) TO WS-LI-DAYS
               WRITE LETTER-LINE FROM WS-LT-ITEM-LINE
           END-PERFORM.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-PAST-DUE TO WS-LL-AMOUNT.
           WRITE LETTER-LINE FROM WS-LT-TOTAL-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "CREDIT DEPARTMENT" TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.

       WRITE-FRIENDLY-TEXT.
           MOVE "FRIENDLY REMINDER" TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "OUR RECORDS SHOW THE INVOICES BELOW ARE NOW PAST DUE."
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "IF YOU HAVE ALREADY SENT PAYMENT, THANK YOU - PLEASE"
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "DISREGARD THIS NOTICE. OTHERWISE WE WOULD APPRECIATE"
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "YOUR REMITTANCE AT YOUR EARLIEST CONVENIENCE."
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.

       WRITE-FIRM-TEXT.
           MOVE "SECOND NOTICE - PAYMENT REQUIRED" TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "THE INVOICES BELOW ARE MORE THAN 60 DAYS PAST DUE AND"
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "OUR EARLIER REMINDER HAS GONE UNANSWERED. PLEASE SEND"
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "PAYMENT IN FULL WITHIN 10 DAYS OR CALL OUR CREDIT"
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "DEPARTMENT TO DISCUSS THE ACCOUNT."
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.

       WRITE-FINAL-TEXT.
           MOVE "FINAL DEMAND" TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "YOUR ACCOUNT IS NOW MORE THAN 90 DAYS PAST DUE. UNLESS"
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "PAYMENT IN FULL IS RECEIVED WITHIN 10 DAYS, FURTHER"
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "CREDIT WILL BE WITHHELD AND THE ACCOUNT MAY BE PLACED"
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.
           MOVE "FOR COLLECTION WITHOUT FURTHER NOTICE."
               TO WS-LT-TEXT.
           WRITE LETTER-LINE FROM WS-LT-TEXT-LINE.

       LIST-FINAL-DEMAND.
           MOVE CD-FENTRY-ID TO WS-FD-ID.
           MOVE WS-CUST-NAME TO WS-FD-NAME.
           MOVE CD-PHONE TO WS-FD-PHONE.
           MOVE WS-PAST-DUE TO WS-FD-PAST-DUE.
           MOVE WS-OLDEST-DAYS TO WS-FD-DAYS.
           WRITE FINAL-LINE FROM WS-FN-DETAIL-LINE.

       WRITE-FINAL-TOTALS.
           MOVE SPACES TO FINAL-LINE.
           WRITE FINAL-LINE.
           MOVE "CUSTOMERS READ................" TO WS-FC-TEXT.
           MOVE WS-READ-COUNT TO WS-FC-COUNT.
           WRITE FINAL-LINE FROM WS-FN-COUNT-LINE.
           MOVE "FRIENDLY REMINDERS SENT......." TO WS-FC-TEXT.
           MOVE WS-STAGE-COUNT (1) TO WS-FC-COUNT.
           WRITE FINAL-LINE FROM WS-FN-COUNT-LINE.
           MOVE "FIRM NOTICES SENT............." TO WS-FC-TEXT.
           MOVE WS-STAGE-COUNT (2) TO WS-FC-COUNT.
           WRITE FINAL-LINE FROM WS-FN-COUNT-LINE.
           MOVE "FINAL DEMANDS SENT............" TO WS-FC-TEXT.
           MOVE WS-STAGE-COUNT (3) TO WS-FC-COUNT.
           WRITE FINAL-LINE FROM WS-FN-COUNT-LINE.
           MOVE "STAGES RESET (PAID UP)........" TO WS-FC-TEXT.
           MOVE WS-RESET-COUNT TO WS-FC-COUNT.
           WRITE FINAL-LINE FROM WS-FN-COUNT-LINE.
