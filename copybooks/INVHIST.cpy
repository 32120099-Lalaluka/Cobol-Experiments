      * SO BILLING CAN BE LOOKED UP LONG AFTER invoice.rpt IS GONE.
      * THE EXTENDED AMOUNT IS SIGNED THE SAME WAY AS THE REGISTER:
      * POSITIVE FOR 'S' SALES, NEGATIVE FOR 'C'/'R' CREDITS.
      * TYPE 'F' LINES ARE MONTH-END FINANCE CHARGES POSTED BY
      * FINCHG (ITEM CODE FINCHG, QUANTITY 1, POSITIVE AMOUNT).
      * TYPE 'A' LINES ARE BALANCE ADJUSTMENTS AND TYPE 'W' LINES
      * BAD-DEBT WRITE-OFFS POSTED BY ADJMNT (ITEM CODE IS THE
      * REASON CODE, QUANTITY 1; POSITIVE FOR A DEBIT, NEGATIVE FOR
      * A CREDIT OR WRITE-OFF).
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY INVHIST REPLACING CPY-IH-RECORD BY HISTORY-RECORD
      *                            CPY-IH-ITEM-CODE BY IH-ITEM-CODE
      *                            CPY-IH-QTY BY IH-QTY
      *                            CPY-IH-UNIT-PRICE BY IH-UNIT-PRICE
      *                            CPY-IH-EXTENDED BY IH-EXTENDED
      *                         CPY-IH-INVOICE-NO BY IH-INVOICE-NO
      *                            CPY-IH-PERIOD BY IH-PERIOD.
      * INVOICE NUMBER IS ISSUED BY MUL FROM THE INV-NUMBER COUNTER,
      * ONE PER CUSTOMER PER RUN, AND IS CARRIED ON EVERY LINE OF
      * THAT CUSTOMER'S INVOICE. LINES WRITTEN BEFORE NUMBERING
      * WAS INTRODUCED CARRY SPACES HERE.
      * PERIOD IS THE FISCAL PERIOD (YYYYMM) THE LINE WAS POSTED
      * INTO, AS PERCTL GAVE IT TO THE POSTING PROGRAM. LINES
      * WRITTEN BEFORE PERIOD CONTROL CARRY SPACES HERE AND BELONG
      * TO THE MONTH OF THEIR RUN DATE.
       01 CPY-IH-RECORD.
           05 CPY-IH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-IH-UNIT-PRICE PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-IH-EXTENDED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-IH-INVOICE-NO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-IH-PERIOD PIC 9(6).
