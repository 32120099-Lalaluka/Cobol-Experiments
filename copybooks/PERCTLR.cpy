      * SHARED ACCOUNTING PERIOD CONTROL RECORD LAYOUT (perctl.txt,
      * INDEXED, KEYED BY FISCAL PERIOD YYYYMM - FISCAL PERIODS ARE
      * CALENDAR MONTHS). PERIOD STATUS
      *   'O' = THE OPEN PERIOD - THERE IS ONLY EVER ONE,
      *   'C' = CLOSED BY PERCLOSE, NOTHING MAY POST INTO IT,
      *   'R' = A CLOSED PERIOD REOPENED BY A SUPERVISOR FOR
      *         CORRECTIONS UNTIL PERCLOSE CLOSES IT AGAIN.
      * THE SUMMARY FIELDS ARE FROZEN BY PERCLOSE WHEN THE PERIOD IS
      * CLOSED: BILLING BY TYPE FROM invhist.txt, RECEIPTS FROM
      * cashhist.txt, AND THE CUSTOMER BALANCES ON custdtl.txt AS
      * THEY STOOD AT THE CLOSE. THEY ARE ZERO WHILE THE PERIOD IS
      * OPEN AND ARE REFROZEN IF A REOPENED PERIOD IS CLOSED AGAIN.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY PERCTLR REPLACING CPY-PER-RECORD BY PER-RECORD
      *                            CPY-PER-PERIOD BY PER-PERIOD
      *                            CPY-PER-STATUS BY PER-STATUS
      *                            CPY-PER-OPEN-DATE BY PER-OPEN-DATE
      *                          CPY-PER-CLOSE-DATE BY PER-CLOSE-DATE
      *                          CPY-PER-CLOSE-OPER BY PER-CLOSE-OPER
      *                        CPY-PER-REOPEN-DATE BY PER-REOPEN-DATE
      *                        CPY-PER-REOPEN-OPER BY PER-REOPEN-OPER
      *                          CPY-PER-SALE-LINES BY PER-SALE-LINES
      *                              CPY-PER-SALES BY PER-SALES
      *                            CPY-PER-CREDITS BY PER-CREDITS
      *                            CPY-PER-FIN-CHG BY PER-FIN-CHG
      *                            CPY-PER-ADJUST BY PER-ADJUST
      *                          CPY-PER-WRITE-OFF BY PER-WRITE-OFF
      *                        CPY-PER-CASH-COUNT BY PER-CASH-COUNT
      *                      CPY-PER-CASH-AMOUNT BY PER-CASH-AMOUNT
      *                        CPY-PER-CUST-COUNT BY PER-CUST-COUNT
      *                    CPY-PER-BALANCE-TOTAL BY PER-BALANCE-TOTAL.
       01 CPY-PER-RECORD.
           05 CPY-PER-PERIOD PIC 9(6).
           05 CPY-PER-STATUS PIC X(1).
           05 CPY-PER-OPEN-DATE PIC 9(8).
           05 CPY-PER-CLOSE-DATE PIC 9(8).
           05 CPY-PER-CLOSE-OPER PIC X(8).
           05 CPY-PER-REOPEN-DATE PIC 9(8).
           05 CPY-PER-REOPEN-OPER PIC X(8).
           05 CPY-PER-SALE-LINES PIC 9(7).
           05 CPY-PER-SALES PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CPY-PER-CREDITS PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CPY-PER-FIN-CHG PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CPY-PER-ADJUST PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CPY-PER-WRITE-OFF PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CPY-PER-CASH-COUNT PIC 9(7).
           05 CPY-PER-CASH-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 CPY-PER-CUST-COUNT PIC 9(7).
           05 CPY-PER-BALANCE-TOTAL PIC S9(11)V99
               SIGN LEADING SEPARATE.
