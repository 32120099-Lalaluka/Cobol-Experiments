      * SHARED SALES REPRESENTATIVE MASTER RECORD LAYOUT
      * (repmst.txt, INDEXED, KEYED BY REP CODE), MAINTAINED BY
      * REPMNT. EACH CUSTOMER CARRIES A REP CODE ON custdtl.txt.
      * THE COMMISSION RATE IS A PERCENTAGE WITH TWO DECIMALS,
      * E.G. 05.50 FOR 5.5 PERCENT, AND COMMRUN APPLIES IT TO THE
      * REP'S NET SALES FOR THE MONTH. STATUS 'A' = ACTIVE,
      * 'I' = INACTIVE (NO NEW CUSTOMERS MAY BE ASSIGNED; THE REP
      * IS KEPT SO EXISTING ASSIGNMENTS AND HISTORY STILL RESOLVE).
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY REPMST REPLACING CPY-RM-RECORD BY REPMST-FILE
      *                           CPY-RM-REP-CODE BY RM-REP-CODE
      *                           CPY-RM-NAME BY RM-NAME
      *                           CPY-RM-COMM-RATE BY RM-COMM-RATE
      *                           CPY-RM-STATUS BY RM-STATUS.
       01 CPY-RM-RECORD.
           05 CPY-RM-REP-CODE PIC X(4).
           05 CPY-RM-NAME PIC X(25).
           05 CPY-RM-COMM-RATE PIC 9(2)V99.
           05 CPY-RM-STATUS PIC X(1).
