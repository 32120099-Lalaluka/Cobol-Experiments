                                 CPY-GL-HEADER BY GL-HEADER
                                 CPY-GL-RUN-DATE BY GL-RUN-DATE
                                 CPY-GL-SOURCE BY GL-SOURCE
                                 CPY-GL-PERIOD BY GL-PERIOD
                                 CPY-GL-TRAILER BY GL-TRAILER
                                 CPY-GL-REC-COUNT BY GL-REC-COUNT
                                 CPY-GL-TOT-DEBIT BY GL-TOT-DEBIT
           01 WS-JOURNAL-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-SALES-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-TAX-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-RCPT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-FINCHG-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-ADJ-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-ADJ-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-WRITEOFF-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-SUSP-NEW-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-SUSP-APPLIED-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-SUSP-REFUND-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-SUSP-WROFF-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-GL-SUSP-NET PIC S9(11)V99 VALUE ZERO.
           01 WS-LEG-AMOUNT PIC 9(11)V99.
           01 WS-LEG-COUNT PIC 9(9) VALUE ZERO.
           01 WS-TOT-DEBIT PIC 9(11)V99 VALUE ZERO.
           01 WS-GL-NET PIC S9(11)V99 VALUE ZERO.
           01 WS-DR-ACCOUNT PIC X(8).
           01 WS-CR-ACCOUNT PIC X(8).
           COPY PERCTLP REPLACING CPY-PCP-PARMS BY WS-PC-PARMS
                                  CPY-PCP-FUNCTION BY WS-PC-FUNCTION
                                  CPY-PCP-DATE BY WS-PC-DATE
                                  CPY-PCP-PERIOD BY WS-PC-PERIOD
                                  CPY-PCP-STATUS BY WS-PC-STATUS
                                  CPY-PCP-RESULT BY WS-PC-RESULT.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "GLFEED" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "GLFEED: NO BUSINESS DATE, NOTHING FED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           MOVE 'C' TO WS-PC-FUNCTION.
           MOVE WS-TODAY TO WS-PC-DATE.
           CALL "PERCTL" USING WS-PC-PARMS.
           IF WS-PC-RESULT NOT = 'Y'
               DISPLAY "GLFEED: PERIOD " WS-PC-PERIOD
                   " IS CLOSED, NO JOURNAL WRITTEN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GATHER-CONTROL-TOTALS.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
           MOVE "CASH" TO WS-DR-ACCOUNT.
           MOVE "ACCTSREC" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE WS-FINCHG-TOTAL TO WS-LEG-AMOUNT.
           MOVE "ACCTSREC" TO WS-DR-ACCOUNT.
           MOVE "FINCHINC" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE WS-ADJ-DEBIT-TOTAL TO WS-LEG-AMOUNT.
           MOVE "ACCTSREC" TO WS-DR-ACCOUNT.
           MOVE "ARADJUST" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE WS-ADJ-CREDIT-TOTAL TO WS-LEG-AMOUNT.
           MOVE "ARADJUST" TO WS-DR-ACCOUNT.
           MOVE "ACCTSREC" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE WS-WRITEOFF-TOTAL TO WS-LEG-AMOUNT.
           MOVE "BADDEBT" TO WS-DR-ACCOUNT.
           MOVE "ACCTSREC" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE WS-SUSP-NEW-TOTAL TO WS-LEG-AMOUNT.
           MOVE "CASH" TO WS-DR-ACCOUNT.
           MOVE "CASHSUSP" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE WS-SUSP-APPLIED-TOTAL TO WS-LEG-AMOUNT.
           MOVE "CASHSUSP" TO WS-DR-ACCOUNT.
           MOVE "ACCTSREC" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE WS-SUSP-REFUND-TOTAL TO WS-LEG-AMOUNT.
           MOVE "CASHSUSP" TO WS-DR-ACCOUNT.
           MOVE "CASH" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE WS-SUSP-WROFF-TOTAL TO WS-LEG-AMOUNT.
           MOVE "CASHSUSP" TO WS-DR-ACCOUNT.
           MOVE "MISCINC" TO WS-CR-ACCOUNT.
           PERFORM WRITE-ONE-PAIR.
           PERFORM WRITE-TRAILER-RECORD.
           CLOSE JOURNAL-FILE.
           COMPUTE WS-GL-NET = WS-SALES-TOTAL - WS-CREDIT-TOTAL.
           COMPUTE WS-GL-SUSP-NET = WS-SUSP-NEW-TOTAL
               - WS-SUSP-APPLIED-TOTAL - WS-SUSP-REFUND-TOTAL
               - WS-SUSP-WROFF-TOTAL.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY "GLFEED WROTE " WS-LEG-COUNT
               " JOURNAL LEG(S), DEBITS " WS-TOT-DEBIT
               WHEN CTL-STEP = "CASHRCT"
                   AND CTL-ITEM = "RCPT-POSTED"
                   MOVE CTL-AMOUNT TO WS-RCPT-TOTAL
               WHEN CTL-STEP = "FINCHG"
                   AND CTL-ITEM = "FC-CHARGED"
                   MOVE CTL-AMOUNT TO WS-FINCHG-TOTAL
               WHEN CTL-STEP = "ADJREG"
                   AND CTL-ITEM = "ADJ-DEBIT"
                   MOVE CTL-AMOUNT TO WS-ADJ-DEBIT-TOTAL
               WHEN CTL-STEP = "ADJREG"
                   AND CTL-ITEM = "ADJ-CREDIT"
                   MOVE CTL-AMOUNT TO WS-ADJ-CREDIT-TOTAL
               WHEN CTL-STEP = "ADJREG"
                   AND CTL-ITEM = "ADJ-WRITEOFF"
                   MOVE CTL-AMOUNT TO WS-WRITEOFF-TOTAL
               WHEN CTL-STEP = "CASHRCT"
                   AND CTL-ITEM = "RCPT-SUSP"
                   MOVE CTL-AMOUNT TO WS-SUSP-NEW-TOTAL
               WHEN CTL-STEP = "CASHRCT"
                   AND CTL-ITEM = "SUSP-APPLIED"
                   MOVE CTL-AMOUNT TO WS-SUSP-APPLIED-TOTAL
               WHEN CTL-STEP = "CASHRCT"
                   AND CTL-ITEM = "SUSP-REFUND"
                   MOVE CTL-AMOUNT TO WS-SUSP-REFUND-TOTAL
               WHEN CTL-STEP = "CASHRCT"
                   AND CTL-ITEM = "SUSP-WROFF"
                   MOVE CTL-AMOUNT TO WS-SUSP-WROFF-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO GL-HEADER.
           MOVE WS-TODAY TO GL-RUN-DATE.
           MOVE "FENTRY" TO GL-SOURCE.
           MOVE WS-PC-PERIOD TO GL-PERIOD.
           WRITE JOURNAL-RECORD.

       WRITE-ONE-PAIR.
           MOVE "GL-NET" TO CTL-ITEM.
           MOVE WS-GL-NET TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "GL-FINCHG" TO CTL-ITEM.
           MOVE WS-FINCHG-TOTAL TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "GL-ADJ-DR" TO CTL-ITEM.
           MOVE WS-ADJ-DEBIT-TOTAL TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "GL-ADJ-CR" TO CTL-ITEM.
           MOVE WS-ADJ-CREDIT-TOTAL TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "GL-WRITEOFF" TO CTL-ITEM.
           MOVE WS-WRITEOFF-TOTAL TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "GL-SUSP-NET" TO CTL-ITEM.
           MOVE WS-GL-SUSP-NET TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
