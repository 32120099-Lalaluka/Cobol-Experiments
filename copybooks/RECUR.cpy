      * SHARED RECURRING CHARGE RECORD LAYOUT (recur.txt, INDEXED,
      * KEYED BY CUSTOMER AND ITEM CODE). ONE RECORD PER SERVICE
      * ITEM A CUSTOMER IS BILLED ON A CYCLE, KEYED IN RECURMNT
      * (AUDITED IN recurmnt.aud). RECURGEN WRITES AN 'S' INVOICE
      * LINE FOR THE QUANTITY EVERY TIME THE NEXT BILL DATE COMES
      * DUE ON THE BUSINESS DATE AND MOVES IT ON ONE CYCLE.
      * FREQUENCY 'W' = WEEKLY, 'M' = MONTHLY, 'Q' = QUARTERLY,
      *           'A' = ANNUALLY. MONTHLY AND LONGER CYCLES BILL ON
      *           THE START DATE'S DAY OF THE MONTH (THE LAST DAY OF
      *           A SHORTER MONTH).
      * END DATE 99999999 = OPEN ENDED; NOTHING IS BILLED AFTER IT.
      * LAST BILL DATE IS THE BUSINESS DATE OF THE RUN THAT LAST
      * BILLED THE CHARGE (ZERO = NEVER BILLED).
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY RECUR REPLACING CPY-RB-RECORD BY RECUR-FILE
      *                          CPY-RB-KEY BY RB-KEY
      *                          CPY-RB-FENTRY-ID BY RB-FENTRY-ID
      *                          CPY-RB-ITEM-CODE BY RB-ITEM-CODE
      *                          CPY-RB-QTY BY RB-QTY
      *                          CPY-RB-FREQ BY RB-FREQ
      *                          CPY-RB-START-DATE BY RB-START-DATE
      *                          CPY-RB-END-DATE BY RB-END-DATE
      *                          CPY-RB-NEXT-BILL BY RB-NEXT-BILL
      *                          CPY-RB-LAST-BILL BY RB-LAST-BILL.
       01 CPY-RB-RECORD.
           05 CPY-RB-KEY.
               10 CPY-RB-FENTRY-ID PIC 9(5).
               10 CPY-RB-ITEM-CODE PIC X(8).
           05 CPY-RB-QTY PIC 9(5).
           05 CPY-RB-FREQ PIC X(1).
           05 CPY-RB-START-DATE PIC 9(8).
           05 CPY-RB-END-DATE PIC 9(8).
           05 CPY-RB-NEXT-BILL PIC 9(8).
           05 CPY-RB-LAST-BILL PIC 9(8).
