      *   LINES-PAGE   - READ ROSTER LINES PER PAGE (DEFAULT 20)
      *   SIGNON-TRIES - FENTMNT SIGN-ON ATTEMPTS (DEFAULT 3)
      *   PURGE-DAYS   - FENTPRG CUTOFF DAYS (DEFAULT: CONSOLE ASK)
      *   CTL-MAX      - FENTBAL CONTROL TABLE ENTRIES (DEFAULT 100)
      *   LOG-RETAIN   - LOGROLL ARCHIVE GENERATIONS (DEFAULT 6)
      *   INV-NUMBER   - COUNTER: LAST INVOICE NUMBER ISSUED BY MUL
      *                  (ALSO FINCHG FOR FINANCE CHARGES AND
      *                  ADJMNT FOR DEBIT ADJUSTMENTS)
      *   FINCHG-RATE  - FINANCE CHARGE RATE PER MONTH IN
      *                  HUNDREDTHS OF A PERCENT (DEFAULT 150)
      *   FINCHG-MIN   - MINIMUM FINANCE CHARGE IN CENTS
      *                  (DEFAULT 100)
      *   FINCHG-SMALL - PAST-DUE AMOUNT IN CENTS BELOW WHICH NO
      *                  FINANCE CHARGE IS MADE (DEFAULT 1000)
      *   FINCHG-MONTH - LAST MONTH (YYYYMM) FINCHG ASSESSED
      *   COMM-MONTH   - LAST MONTH (YYYYMM) COMMRUN PAID
      *                  COMMISSION ON (DEFAULT: SEEDED BY COMMRUN
      *                  WITH THE MONTH JUST ENDED)
      *   ADJ-LIMIT    - ADJMNT AMOUNT IN CENTS ABOVE WHICH AN
      *                  ADJUSTMENT NEEDS SUPERVISOR AUTHORITY
      *                  (DEFAULT 50000)
      *   SUSP-NUMBER  - COUNTER: LAST CASH SUSPENSE ITEM NUMBER
      *                  ISSUED BY CASHRCT
      *   CRLIM-RAISE  - CUSTMNT CREDIT LIMIT RAISE IN CENTS ABOVE
      *                  WHICH A SECOND SUPERVISOR MUST APPROVE
      *                  (DEFAULT 500000)
      *   CRQ-NUMBER   - COUNTER: LAST CREDIT APPROVAL REQUEST
      *                  NUMBER ISSUED BY CUSTMNT
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY SYSPRMR REPLACING CPY-PRM-RECORD BY SYSPARM-FILE
