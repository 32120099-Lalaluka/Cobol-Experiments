      * SHARED UNAPPLIED-CASH SUSPENSE RECORD LAYOUT (suspense.txt,
      * INDEXED, KEYED BY SUSPENSE NUMBER). CASHRCT WRITES ONE
      * RECORD FOR EVERY LOCKBOX PAYMENT IT CANNOT POST, NUMBERED
      * FROM THE SUSP-NUMBER COUNTER, KEEPING THE LOCKBOX RECORD
      * EXACTLY AS THE BANK SENT IT. THE AMOUNT IS CARRIED AGAIN
      * AS A CHECKED NUMERIC FIELD (ZERO WHEN THE BANK'S AMOUNT WAS
      * NOT NUMERIC) SO THE SUSPENSE BALANCE CAN BE TOTALLED.
      * STATUS 'O' = OPEN, WAITING FOR A CASH CLERK,
      *        'P' = ACTION CHOSEN IN SUSPCLR, POSTED TONIGHT,
      *        'C' = CLEARED BY CASHRCT.
      * ACTION 'A' = APPLY TO THE CUSTOMER IN APPLY-ID (POSTED AND
      *              WRITTEN TO cashhist.txt LIKE ANY RECEIPT),
      *        'R' = REFUND TO THE REMITTER,
      *        'W' = WRITE OFF TO MISCELLANEOUS INCOME.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY SUSPENSE REPLACING CPY-SU-RECORD BY SUSPENSE-RECORD
      *                             CPY-SU-SUSP-NO BY SU-SUSP-NO
      *                             CPY-SU-STATUS BY SU-STATUS
      *                             CPY-SU-SUSP-DATE BY SU-SUSP-DATE
      *                             CPY-SU-REASON BY SU-REASON
      *                             CPY-SU-LOCKBOX BY SU-LOCKBOX
      *                             CPY-SU-LB-DETAIL BY SU-LB-DETAIL
      *                           CPY-SU-LB-PAY-DATE BY SU-LB-PAY-DATE
      *                         CPY-SU-LB-FENTRY-ID BY SU-LB-FENTRY-ID
      *                           CPY-SU-LB-CHECK-NO BY SU-LB-CHECK-NO
      *                             CPY-SU-LB-AMOUNT BY SU-LB-AMOUNT
      *                      CPY-SU-LB-INVOICE-REF BY SU-LB-INVOICE-REF
      *                             CPY-SU-AMOUNT BY SU-AMOUNT
      *                             CPY-SU-ACTION BY SU-ACTION
      *                             CPY-SU-APPLY-ID BY SU-APPLY-ID
      *                             CPY-SU-NOTE BY SU-NOTE
      *                           CPY-SU-ACTION-OPER BY SU-ACTION-OPER
      *                           CPY-SU-ACTION-DATE BY SU-ACTION-DATE
      *                           CPY-SU-CLEAR-DATE BY SU-CLEAR-DATE.
       01 CPY-SU-RECORD.
           05 CPY-SU-SUSP-NO PIC 9(8).
           05 CPY-SU-STATUS PIC X(1).
           05 CPY-SU-SUSP-DATE PIC 9(8).
           05 CPY-SU-REASON PIC X(25).
           05 CPY-SU-LOCKBOX PIC X(42).
           05 CPY-SU-LB-DETAIL REDEFINES CPY-SU-LOCKBOX.
               10 CPY-SU-LB-PAY-DATE PIC X(8).
               10 CPY-SU-LB-FENTRY-ID PIC X(5).
               10 CPY-SU-LB-CHECK-NO PIC X(10).
               10 CPY-SU-LB-AMOUNT PIC X(11).
               10 CPY-SU-LB-INVOICE-REF PIC X(8).
           05 CPY-SU-AMOUNT PIC 9(9)V99.
           05 CPY-SU-ACTION PIC X(1).
           05 CPY-SU-APPLY-ID PIC 9(5).
           05 CPY-SU-NOTE PIC X(30).
           05 CPY-SU-ACTION-OPER PIC X(8).
           05 CPY-SU-ACTION-DATE PIC 9(8).
           05 CPY-SU-CLEAR-DATE PIC 9(8).
