      * SHARED OPEN-ITEM RECEIVABLE RECORD LAYOUT (openitem.txt,
      * INDEXED, KEYED BY INVOICE NUMBER WITH AN ALTERNATE KEY ON
      * FENTRY-ID, DUPLICATES ALLOWED). ONE RECORD PER INVOICE
      * NUMBER ISSUED, WRITTEN BY MUL WHEN THE INVOICE IS BILLED.
      * CASHRCT APPLIES RECEIPTS AGAINST IT - TO THE INVOICE THE
      * REMITTANCE NAMES, OTHERWISE OLDEST FIRST (DUPLICATES ON THE
      * ALTERNATE KEY COME BACK IN THE ORDER THEY WERE WRITTEN,
      * WHICH IS INVOICE DATE ORDER). AGERPT AND CUSTSTMT AGE THE
      * OPEN AMOUNT BY THE INVOICE DATE.
      * OPEN AMOUNT = ORIGINAL AMOUNT - AMOUNT PAID. A NEGATIVE
      * ORIGINAL IS A CREDIT INVOICE AND IS NEVER PAID AGAINST.
      * ITEM TYPE 'I' = BILLED INVOICE,
      *           'F' = MONTH-END FINANCE CHARGE (FINCHG),
      *           'A' = DEBIT ADJUSTMENT (ADJMNT),
      *           'O' = OPENING BALANCE - THE DEBIT BALANCE EACH
      *                 CUSTOMER CARRIED WHEN OPEN ITEMS WERE FIRST
      *                 KEPT, WRITTEN ONCE BY OPENLOAD AND DATED BY
      *                 THE OLDEST CHARGE ON THE INVOICE HISTORY
      *                 STILL NEEDED TO COVER IT. IT IS AGED, PAID
      *                 AND DUNNED LIKE A BILLED INVOICE.
      * ADJMNT CREDITS AND WRITE-OFFS COME OFF THE OPEN AMOUNT THE
      * SAME WAY A PAYMENT DOES.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY OPENITEM REPLACING CPY-OI-RECORD BY OPENITEM-FILE
      *                        CPY-OI-INVOICE-NO BY OI-INVOICE-NO
      *                          CPY-OI-FENTRY-ID BY OI-FENTRY-ID
      *                              CPY-OI-TYPE BY OI-TYPE
      *                          CPY-OI-INV-DATE BY OI-INV-DATE
      *                      CPY-OI-ORIG-AMOUNT BY OI-ORIG-AMOUNT
      *                      CPY-OI-PAID-AMOUNT BY OI-PAID-AMOUNT
      *                      CPY-OI-OPEN-AMOUNT BY OI-OPEN-AMOUNT
      *                    CPY-OI-LAST-PAY-DATE BY OI-LAST-PAY-DATE.
       01 CPY-OI-RECORD.
           05 CPY-OI-INVOICE-NO PIC 9(8).
           05 CPY-OI-FENTRY-ID PIC 9(5).
           05 CPY-OI-TYPE PIC X(1).
           05 CPY-OI-INV-DATE PIC 9(8).
           05 CPY-OI-ORIG-AMOUNT PIC S9(9)V99.
           05 CPY-OI-PAID-AMOUNT PIC S9(9)V99.
           05 CPY-OI-OPEN-AMOUNT PIC S9(9)V99.
           05 CPY-OI-LAST-PAY-DATE PIC 9(8).
