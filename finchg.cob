FINCHG
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.

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
               SELECT HISTORY-FILE ASSIGN TO 'invhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'finchg.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CONTROL-FILE ASSIGN TO 'control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).
           FD CONTROL-FILE.
           COPY FENTCTL REPLACING CPY-CTL-RECORD BY CONTROL-RECORD
                                  CPY-CTL-STEP BY CTL-STEP
                                  CPY-CTL-ITEM BY CTL-ITEM
                                  CPY-CTL-COUNT BY CTL-COUNT
                                  CPY-CTL-AMOUNT BY CTL-AMOUNT.

           WORKING-STORAGE SECTION.
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-FENTRY-STATUS PIC X(2).
           01 WS-OPENITEM-STATUS PIC X(2).
           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-CONTROL-STATUS PIC X(2).
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
           COPY DATECALP REPLACING CPY-DCP-PARMS BY WS-DC-PARMS
                                   CPY-DCP-FUNCTION BY WS-DC-FUNCTION
                                   CPY-DCP-DATE-1 BY WS-DC-DATE-1
                                   CPY-DCP-DATE-2 BY WS-DC-DATE-2
                                   CPY-DCP-DAYS BY WS-DC-DAYS
                                   CPY-DCP-RESULT BY WS-DC-RESULT.
           COPY PERCTLP REPLACING CPY-PCP-PARMS BY WS-PC-PARMS
                                  CPY-PCP-FUNCTION BY WS-PC-FUNCTION
                                  CPY-PCP-DATE BY WS-PC-DATE
                                  CPY-PCP-PERIOD BY WS-PC-PERIOD
                                  CPY-PCP-STATUS BY WS-PC-STATUS
                                  CPY-PCP-RESULT BY WS-PC-RESULT.

           01 WS-CUST-EOF PIC A(1) VALUE 'N'.
           01 WS-OI-DONE PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
               05 WS-TD-YEAR PIC 9(4).
               05 WS-TD-MONTH PIC 9(2).
               05 WS-TD-DAY PIC 9(2).
           01 WS-TOMORROW PIC 9(8).
           01 WS-TOMORROW-PARTS REDEFINES WS-TOMORROW.
               05 WS-TM-YEAR PIC 9(4).
               05 WS-TM-MONTH PIC 9(2).
               05 WS-TM-DAY PIC 9(2).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-ITEM-INT PIC 9(7).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-CHARGE-MONTH PIC 9(6).
           01 WS-MONTH-WORK.
               05 WS-MW-YEAR PIC 9(4).
               05 WS-MW-MONTH PIC 9(2).
           01 WS-LAST-MONTH PIC 9(6) VALUE ZERO.
           01 WS-ASSESS-FLAG PIC A(1) VALUE 'N'.
           01 WS-FC-RATE PIC 9(5) VALUE 150.
           01 WS-FC-MINIMUM PIC 9(7)V99 VALUE 1.00.
           01 WS-FC-SMALL PIC 9(7)V99 VALUE 10.00.
           01 WS-OPEN-TOTAL PIC S9(11)V99.
           01 WS-PAST-DUE PIC S9(11)V99.
           01 WS-ON-ACCOUNT PIC S9(11)V99.
           01 WS-CHARGED-TODAY PIC A(1).
           01 WS-CHARGE PIC 9(7)V99.
           01 WS-INVOICE-NO PIC 9(8).
           01 WS-CUST-NAME PIC A(25).
           01 WS-CUST-STATUS PIC X(1).
           01 WS-SKIP-REASON PIC X(20).
           01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CHARGED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CHARGED-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-HEADING-1.
               05 FILLER PIC X(26) VALUE
                   "FINANCE CHARGE REGISTER".
               05 FILLER PIC X(6) VALUE "DATE: ".
               05 WS-H-DATE PIC 9(8).
               05 FILLER PIC X(10) VALUE "  MONTH: ".
               05 WS-H-MONTH PIC 9(6).
           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE "RATE: ".
               05 WS-H-RATE PIC Z9.99.
               05 FILLER PIC X(14) VALUE "%   MINIMUM: ".
               05 WS-H-MINIMUM PIC ZZZZZZ9.99.
               05 FILLER PIC X(14) VALUE "   THRESHOLD: ".
               05 WS-H-SMALL PIC ZZZZZZ9.99.
           01 WS-HEADING-3.
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(27) VALUE "NAME".
               05 FILLER PIC X(14) VALUE "    PAST DUE".
               05 FILLER PIC X(11) VALUE "   CHARGE".
               05 FILLER PIC X(20) VALUE "INVOICE / SKIPPED".
           01 WS-RPT-DETAIL-LINE.
               05 WS-DR-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-NAME PIC A(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-PAST-DUE PIC ZZZZZZZ9.99-.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-CHARGE PIC ZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-NOTE PIC X(20).
           01 WS-COUNT-LINE.
               05 WS-CL-TEXT PIC X(25).
               05 WS-CL-COUNT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CL-AMOUNT PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'S' TO WS-RC-FUNCTION.
           MOVE "FINCHG" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'S'
               DISPLAY "FINCHG ALREADY COMPLETE, SKIPPED FOR RESTART"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "FINCHG BLOCKED BY RUN CONTROL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE 'C' TO WS-PC-FUNCTION.
           MOVE WS-TODAY TO WS-PC-DATE.
           CALL "PERCTL" USING WS-PC-PARMS.
           IF WS-PC-RESULT NOT = 'Y'
               DISPLAY "FINCHG: PERIOD " WS-PC-PERIOD
                   " IS CLOSED, NO CHARGES POSTED"
               MOVE 'E' TO WS-RC-FUNCTION
               MOVE 12 TO WS-RC-COND-CODE
               CALL "RUNCTL" USING WS-RC-PARMS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GET-SYSTEM-PARMS.
           PERFORM SET-CHARGE-MONTH.
           IF WS-ASSESS-FLAG = 'N'
               DISPLAY "FINCHG: MONTH " WS-CHARGE-MONTH
                   " ALREADY ASSESSED OR NOT YET ENDED, NO CHARGES"
               PERFORM WRITE-CONTROL-TOTALS
               MOVE 'E' TO WS-RC-FUNCTION
               MOVE ZERO TO WS-RC-COND-CODE
               CALL "RUNCTL" USING WS-RC-PARMS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-CHARGE-MONTH TO WS-H-MONTH.
           COMPUTE WS-H-RATE = WS-FC-RATE / 100.
           MOVE WS-FC-MINIMUM TO WS-H-MINIMUM.
           MOVE WS-FC-SMALL TO WS-H-SMALL.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
           MOVE ZERO TO CD-FENTRY-ID.
           START CUSTDTL KEY IS NOT LESS THAN CD-FENTRY-ID
               INVALID KEY MOVE 'Y' TO WS-CUST-EOF
           END-START.
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               READ CUSTDTL NEXT
                   AT END MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END PERFORM ASSESS-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           PERFORM WRITE-COUNT-LINES.
           CLOSE REPORT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE OPEN-ITEM.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
           PERFORM MARK-MONTH-ASSESSED.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY "FINCHG CHARGED " WS-CHARGED-COUNT
               " CUSTOMER(S) " WS-CHARGED-AMOUNT
               " FOR " WS-CHARGE-MONTH.
           MOVE 'E' TO WS-RC-FUNCTION.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * RATE IS HUNDREDTHS OF A PERCENT PER MONTH (150 = 1.50%),
      * THE MINIMUM CHARGE AND SMALL-BALANCE THRESHOLD ARE IN
      * CENTS. A MISSING PARAMETER LEAVES THE COMPILED DEFAULT.
       GET-SYSTEM-PARMS.
           MOVE 'G' TO WS-SP-FUNCTION.
           MOVE "FINCHG-RATE" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT = 'Y'
               AND WS-SP-PARM-VALUE NOT GREATER THAN 9999
               MOVE WS-SP-PARM-VALUE TO WS-FC-RATE
           END-IF.
           MOVE 'G' TO WS-SP-FUNCTION.
           MOVE "FINCHG-MIN" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT = 'Y'
               COMPUTE WS-FC-MINIMUM = WS-SP-PARM-VALUE / 100
           END-IF.
           MOVE 'G' TO WS-SP-FUNCTION.
           MOVE "FINCHG-SMALL" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT = 'Y'
               COMPUTE WS-FC-SMALL = WS-SP-PARM-VALUE / 100
           END-IF.

      * THE RUN ON THE LAST DAY OF A MONTH ASSESSES THAT MONTH. A
      * MONTH WHOSE LAST DAY HAD NO RUN IS PICKED UP BY THE FIRST
      * RUN AFTER IT. FINCHG-MONTH REMEMBERS THE LAST MONTH
      * ASSESSED SO NO MONTH IS CHARGED TWICE; WHEN IT HAS NEVER
      * BEEN SET IT IS SEEDED WITH THE MONTH JUST ENDED SO THE
      * FIRST ASSESSMENT COMES AT THE NEXT MONTH-END, NOT ON
      * INSTALL.
       SET-CHARGE-MONTH.
           MOVE WS-TODAY TO WS-TOMORROW.
           ADD 1 TO WS-TM-DAY.
           MOVE 'V' TO WS-DC-FUNCTION.
           MOVE WS-TOMORROW TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-PARMS.
           MOVE WS-TD-YEAR TO WS-MW-YEAR.
           MOVE WS-TD-MONTH TO WS-MW-MONTH.
           IF WS-DC-RESULT = 'Y'
               IF WS-MW-MONTH = 01
                   SUBTRACT 1 FROM WS-MW-YEAR
                   MOVE 12 TO WS-MW-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MW-MONTH
               END-IF
           END-IF.
           MOVE WS-MONTH-WORK TO WS-CHARGE-MONTH.
           MOVE 'G' TO WS-SP-FUNCTION.
           MOVE "FINCHG-MONTH" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT = 'Y'
               MOVE WS-SP-PARM-VALUE TO WS-LAST-MONTH
               IF WS-LAST-MONTH LESS THAN WS-CHARGE-MONTH
                   MOVE 'Y' TO WS-ASSESS-FLAG
               END-IF
           ELSE
               MOVE 'P' TO WS-SP-FUNCTION
               MOVE "FINCHG-MONTH" TO WS-SP-PARM-NAME
               MOVE WS-CHARGE-MONTH TO WS-SP-PARM-VALUE
               CALL "SYSPARM" USING WS-SP-PARMS
               DISPLAY "FINCHG: FINCHG-MONTH SET TO " WS-CHARGE-MONTH
                   ", FIRST ASSESSMENT AT NEXT MONTH-END"
           END-IF.

       MARK-MONTH-ASSESSED.
           MOVE 'P' TO WS-SP-FUNCTION.
           MOVE "FINCHG-MONTH" TO WS-SP-PARM-NAME.
           MOVE WS-CHARGE-MONTH TO WS-SP-PARM-VALUE.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT NOT = 'Y'
               DISPLAY "FINCHG: UNABLE TO RECORD MONTH "
                   WS-CHARGE-MONTH " AS ASSESSED"
           END-IF.

       ASSESS-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-SKIP-REASON.
           PERFORM LOOK-UP-MASTER.
           PERFORM TOTAL-PAST-DUE.
           EVALUATE TRUE
               WHEN WS-PAST-DUE NOT GREATER THAN ZERO
                   MOVE "NOTHING PAST DUE" TO WS-SKIP-REASON
               WHEN WS-CUST-STATUS = SPACE
                   MOVE "NOT ON MASTER" TO WS-SKIP-REASON
               WHEN WS-CUST-STATUS NOT = 'A'
                   MOVE "INACTIVE MASTER" TO WS-SKIP-REASON
               WHEN WS-PAST-DUE LESS THAN WS-FC-SMALL
                   MOVE "UNDER THRESHOLD" TO WS-SKIP-REASON
               WHEN WS-CHARGED-TODAY = 'Y'
                   MOVE "ALREADY CHARGED" TO WS-SKIP-REASON
               WHEN OTHER
                   PERFORM CHARGE-ONE-CUSTOMER
           END-EVALUATE.
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               IF WS-SKIP-REASON NOT = "NOTHING PAST DUE"
                   MOVE CD-FENTRY-ID TO WS-DR-ID
                   MOVE WS-CUST-NAME TO WS-DR-NAME
                   MOVE WS-PAST-DUE TO WS-DR-PAST-DUE
                   MOVE ZERO TO WS-DR-CHARGE
                   MOVE WS-SKIP-REASON TO WS-DR-NOTE
                   WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
               END-IF
           END-IF.

       LOOK-UP-MASTER.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE SPACE TO WS-CUST-STATUS.
           MOVE CD-FENTRY-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE NAME TO WS-CUST-NAME
                   MOVE FENTRY-STATUS TO WS-CUST-STATUS
           END-READ.

      * PAST DUE IS THE OPEN AMOUNT OF EVERY INVOICE OVER 30 DAYS
      * OLD - THE 31-60, 61-90 AND OVER 90 BUCKETS OF THE AGING
      * REPORT. EARLIER FINANCE CHARGES ARE NOT CHARGED AGAIN.
      * UNAPPLIED CASH ON ACCOUNT COMES OFF THE PAST-DUE AMOUNT.
       TOTAL-PAST-DUE.
           MOVE ZERO TO WS-OPEN-TOTAL.
           MOVE ZERO TO WS-PAST-DUE.
           MOVE 'N' TO WS-CHARGED-TODAY.
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
           IF OI-TYPE = 'F'
               IF OI-INV-DATE = WS-TODAY
                   MOVE 'Y' TO WS-CHARGED-TODAY
               END-IF
           ELSE
               IF OI-OPEN-AMOUNT NOT = ZERO
                   COMPUTE WS-ITEM-INT =
                       FUNCTION INTEGER-OF-DATE(OI-INV-DATE)
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
                   IF WS-AGE-DAYS GREATER THAN 30
                       ADD OI-OPEN-AMOUNT TO WS-PAST-DUE
                   END-IF
               END-IF
           END-IF.

      * EACH CHARGE IS ITS OWN NUMBERED DOCUMENT: AN INVOICE NUMBER
      * FROM THE SAME COUNTER MUL USES, AN OPEN ITEM THE CUSTOMER
      * CAN PAY, A TYPE 'F' HISTORY LINE FOR THE STATEMENT, AND
      * THE BALANCE POSTING.
       CHARGE-ONE-CUSTOMER.
           COMPUTE WS-CHARGE ROUNDED =
               WS-PAST-DUE * WS-FC-RATE / 10000.
           IF WS-CHARGE LESS THAN WS-FC-MINIMUM
               MOVE WS-FC-MINIMUM TO WS-CHARGE
           END-IF.
           MOVE 'N' TO WS-SP-FUNCTION.
           MOVE "INV-NUMBER" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT NOT = 'Y'
               MOVE "NO INVOICE NUMBER" TO WS-SKIP-REASON
           ELSE
               MOVE WS-SP-PARM-VALUE TO WS-INVOICE-NO
               MOVE WS-INVOICE-NO TO OI-INVOICE-NO
               MOVE CD-FENTRY-ID TO OI-FENTRY-ID
               MOVE 'F' TO OI-TYPE
               MOVE WS-TODAY TO OI-INV-DATE
               MOVE WS-CHARGE TO OI-ORIG-AMOUNT
               MOVE ZERO TO OI-PAID-AMOUNT
               MOVE WS-CHARGE TO OI-OPEN-AMOUNT
               MOVE ZERO TO OI-LAST-PAY-DATE
               WRITE OPENITEM-FILE
                   INVALID KEY
                       MOVE "INVOICE NO ON FILE" TO WS-SKIP-REASON
                   NOT INVALID KEY
                       PERFORM POST-ONE-CHARGE
               END-WRITE
           END-IF.

       POST-ONE-CHARGE.
           ADD WS-CHARGE TO CD-CURR-BALANCE.
           REWRITE CUSTDTL-FILE
               INVALID KEY
                   DISPLAY "BALANCE REWRITE FAILED FOR " CD-FENTRY-ID
           END-REWRITE.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-TODAY TO IH-RUN-DATE.
           MOVE CD-FENTRY-ID TO IH-FENTRY-ID.
           MOVE 'F' TO IH-TYPE.
           MOVE "FINCHG" TO IH-ITEM-CODE.
           MOVE 1 TO IH-QTY.
           MOVE WS-CHARGE TO IH-UNIT-PRICE.
           MOVE WS-CHARGE TO IH-EXTENDED.
           MOVE WS-INVOICE-NO TO IH-INVOICE-NO.
           MOVE WS-PC-PERIOD TO IH-PERIOD.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-CHARGE TO WS-CHARGED-AMOUNT.
           MOVE CD-FENTRY-ID TO WS-DR-ID.
           MOVE WS-CUST-NAME TO WS-DR-NAME.
           MOVE WS-PAST-DUE TO WS-DR-PAST-DUE.
           MOVE WS-CHARGE TO WS-DR-CHARGE.
           MOVE WS-INVOICE-NO TO WS-DR-NOTE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       WRITE-COUNT-LINES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CUSTOMERS READ..........." TO WS-CL-TEXT.
           MOVE WS-READ-COUNT TO WS-CL-COUNT.
           MOVE ZERO TO WS-CL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "CUSTOMERS CHARGED........" TO WS-CL-TEXT.
           MOVE WS-CHARGED-COUNT TO WS-CL-COUNT.
           MOVE WS-CHARGED-AMOUNT TO WS-CL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE "CUSTOMERS NOT CHARGED...." TO WS-CL-TEXT.
           MOVE WS-SKIPPED-COUNT TO WS-CL-COUNT.
           MOVE ZERO TO WS-CL-AMOUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CONTROL-STATUS = '05' OR WS-CONTROL-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE "FINCHG" TO CTL-STEP.
           MOVE "FC-READ" TO CTL-ITEM.
           MOVE WS-READ-COUNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "FC-CHARGED" TO CTL-ITEM.
           MOVE WS-CHARGED-COUNT TO CTL-COUNT.
           MOVE WS-CHARGED-AMOUNT TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           MOVE "FC-SKIPPED" TO CTL-ITEM.
           MOVE WS-SKIPPED-COUNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
