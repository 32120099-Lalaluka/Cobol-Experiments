               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FENTRY-STATUS.
               SELECT OPEN-ITEM ASSIGN TO 'openitem.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NO
               ALTERNATE RECORD KEY IS OI-FENTRY-ID WITH DUPLICATES
               FILE STATUS IS WS-OPENITEM-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'agerpt.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

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
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-FENTRY-STATUS PIC X(2).
           01 WS-OPENITEM-STATUS PIC X(2).
           01 WS-OPENITEM-OPEN PIC A(1) VALUE 'N'.
           01 WS-OI-DONE PIC A(1).
           01 WS-CUST-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-TODAY-INT PIC 9(7).
           01 WS-RUN-INT PIC 9(7).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-BUCKET PIC 9(1).
           01 WS-CUST-COUNT PIC 9(5) VALUE ZERO.
           01 WS-FLAG-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OPEN-TOTAL PIC S9(11)V99.
           01 WS-ON-ACCOUNT PIC S9(11)V99.
           01 WS-TOTAL-ON-ACCOUNT PIC S9(13)V99 VALUE ZERO.
           01 WS-BUCKET-TOTALS.
               05 WS-CUST-BUCKET PIC S9(11)V99 OCCURS 4 TIMES.
               05 WS-TOTAL-BUCKET PIC S9(13)V99 OCCURS 4 TIMES.
               05 FILLER PIC X(15) VALUE "31-60".
               05 FILLER PIC X(15) VALUE "61-90".
               05 FILLER PIC X(15) VALUE "OVER 90".
               05 FILLER PIC X(14) VALUE "ON ACCOUNT".
           01 WS-RPT-DETAIL-LINE.
               05 WS-DR-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-OVER-90 PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-ON-ACCOUNT PIC ZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-FLAG PIC X(9).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(7) VALUE "TOTAL".
               05 WS-TL-61-90 PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-TL-OVER-90 PIC ZZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-TL-ON-ACCOUNT PIC ZZZZZZZ9.99-.
           01 WS-FLAG-LINE.
               05 FILLER PIC X(34) VALUE
                   "ACTIVE CUSTOMERS OVER 90 DAYS.....".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "AGERPT" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "AGERPT: NO BUSINESS DATE, NOTHING REPORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE ZERO TO WS-TOTAL-BUCKET (1).
           MOVE ZERO TO WS-TOTAL-BUCKET (2).
           MOVE ZERO TO WS-TOTAL-BUCKET (3).
           MOVE ZERO TO WS-TOTAL-BUCKET (4).
           OPEN INPUT OPEN-ITEM.
           IF WS-OPENITEM-STATUS = '00'
               MOVE 'Y' TO WS-OPENITEM-OPEN
           ELSE
               DISPLAY "NO OPEN ITEMS (STATUS "
                   WS-OPENITEM-STATUS "), BALANCES SHOWN ON ACCOUNT"
           END-IF.
           OPEN INPUT CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
           CLOSE REPORT-FILE.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
           IF WS-OPENITEM-OPEN = 'Y'
               CLOSE OPEN-ITEM
           END-IF.
           DISPLAY "AGERPT AGED " WS-CUST-COUNT " CUSTOMER(S), "
               WS-FLAG-COUNT " ACTIVE OVER 90 DAYS".
           MOVE 0 TO RETURN-CODE.
       STOP RUN.

       AGE-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           PERFORM LOOK-UP-MASTER.
           PERFORM AGE-OPEN-ITEMS.
           MOVE CD-FENTRY-ID TO WS-DR-ID.
           MOVE WS-CUST-NAME TO WS-DR-NAME.
           MOVE CD-CURR-BALANCE TO WS-DR-BALANCE.
           MOVE WS-CUST-BUCKET (2) TO WS-DR-31-60.
           MOVE WS-CUST-BUCKET (3) TO WS-DR-61-90.
           MOVE WS-CUST-BUCKET (4) TO WS-DR-OVER-90.
           COMPUTE WS-ON-ACCOUNT = CD-CURR-BALANCE - WS-OPEN-TOTAL.
           MOVE WS-ON-ACCOUNT TO WS-DR-ON-ACCOUNT.
           IF WS-CUST-BUCKET (4) GREATER THAN ZERO
               AND WS-CUST-STATUS = 'A'
               MOVE "*OVER 90*" TO WS-DR-FLAG
           ADD WS-CUST-BUCKET (2) TO WS-TOTAL-BUCKET (2).
           ADD WS-CUST-BUCKET (3) TO WS-TOTAL-BUCKET (3).
           ADD WS-CUST-BUCKET (4) TO WS-TOTAL-BUCKET (4).
           ADD WS-ON-ACCOUNT TO WS-TOTAL-ON-ACCOUNT.

       LOOK-UP-MASTER.
           MOVE SPACES TO WS-CUST-NAME.
                   MOVE FENTRY-STATUS TO WS-CUST-STATUS
           END-READ.

      * THE BUCKETS ARE THE CUSTOMER'S OWN OPEN ITEMS, EACH AGED
      * BY ITS INVOICE DATE. WHATEVER PART OF THE BALANCE IS NOT
      * EXPLAINED BY OPEN ITEMS (UNAPPLIED CASH) IS SHOWN ON
      * ACCOUNT. A BALANCE CARRIED FROM BEFORE OPEN ITEMS WERE KEPT
      * IS ITS TYPE 'O' OPENING ITEM, WRITTEN ONCE BY OPENLOAD.
       AGE-OPEN-ITEMS.
           MOVE ZERO TO WS-CUST-BUCKET (1).
           MOVE ZERO TO WS-CUST-BUCKET (2).
           MOVE ZERO TO WS-CUST-BUCKET (3).
           MOVE ZERO TO WS-CUST-BUCKET (4).
           MOVE ZERO TO WS-OPEN-TOTAL.
           IF WS-OPENITEM-OPEN = 'Y'
               MOVE 'N' TO WS-OI-DONE
               MOVE CD-FENTRY-ID TO OI-FENTRY-ID
               START OPEN-ITEM KEY IS EQUAL TO OI-FENTRY-ID
                   INVALID KEY MOVE 'Y' TO WS-OI-DONE
               END-START
               PERFORM UNTIL WS-OI-DONE = 'Y'
                   READ OPEN-ITEM NEXT
                       AT END MOVE 'Y' TO WS-OI-DONE
                       NOT AT END
                           IF OI-FENTRY-ID NOT = CD-FENTRY-ID
                               MOVE 'Y' TO WS-OI-DONE
                           ELSE
                               PERFORM BUCKET-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       BUCKET-ONE-ITEM.
           IF OI-OPEN-AMOUNT NOT = ZERO
               COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(OI-INV-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RUN-INT
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT GREATER THAN 30
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS NOT GREATER THAN 60
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS NOT GREATER THAN 90
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
               ADD OI-OPEN-AMOUNT TO WS-CUST-BUCKET (WS-BUCKET)
               ADD OI-OPEN-AMOUNT TO WS-OPEN-TOTAL
           END-IF.

       WRITE-GRAND-TOTALS.
           MOVE WS-TOTAL-BUCKET (2) TO WS-TL-31-60.
           MOVE WS-TOTAL-BUCKET (3) TO WS-TL-61-90.
           MOVE WS-TOTAL-BUCKET (4) TO WS-TL-OVER-90.
           MOVE WS-TOTAL-ON-ACCOUNT TO WS-TL-ON-ACCOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-FLAG-COUNT TO WS-FL-COUNT.
           WRITE REPORT-LINE FROM WS-FLAG-LINE.
