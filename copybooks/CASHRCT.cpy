      * ONE RECORD PER PAYMENT ON THE BANK LOCKBOX TRANSMISSION.
      * CASHRCT ALSO APPENDS EVERY POSTED RECEIPT UNCHANGED TO
      * cashhist.txt, WHICH CUSTSTMT READS TO PRINT THE PAYMENTS
      * ON THE MONTHLY STATEMENTS. EACH cashhist.txt LINE ALSO
      * CARRIES, AFTER THE RECEIPT, THE 6-DIGIT FISCAL PERIOD
      * (YYYYMM) IT WAS POSTED INTO; LINES WRITTEN BEFORE PERIOD
      * CONTROL END AT THE INVOICE REFERENCE.
      * THE FENTRY-ID IS PIC X BECAUSE IT ARRIVES KEYED AND MAY BE
      * BAD - CASHRCT VALIDATES IT AGAINST custdtl.txt AND ROUTES
      * FAILURES TO THE SUSPENSE SECTION OF THE APPLICATION
      *                            CPY-RCT-PAY-DATE BY RCT-PAY-DATE
      *                            CPY-RCT-FENTRY-ID BY RCT-FENTRY-ID
      *                            CPY-RCT-CHECK-NO BY RCT-CHECK-NO
      *                            CPY-RCT-AMOUNT BY RCT-AMOUNT
      *                       CPY-RCT-INVOICE-REF BY RCT-INVOICE-REF.
      * THE INVOICE REFERENCE IS THE INVOICE NUMBER THE CUSTOMER
      * REMITTED AGAINST, AS CAPTURED BY THE BANK; SPACES WHEN THE
      * REMITTANCE NAMED NONE, IN WHICH CASE CASHRCT APPLIES THE
      * PAYMENT TO THE CUSTOMER'S OLDEST OPEN ITEMS.
       01 CPY-RCT-RECORD.
           05 CPY-RCT-PAY-DATE PIC 9(8).
           05 CPY-RCT-FENTRY-ID PIC X(5).
           05 CPY-RCT-CHECK-NO PIC X(10).
           05 CPY-RCT-AMOUNT PIC 9(9)V99.
           05 CPY-RCT-INVOICE-REF PIC X(8).
