      * SHARED BALANCE ADJUSTMENT RECORD LAYOUT. ADJMNT WRITES ONE
      * RECORD PER POSTED ADJUSTMENT TO TWO FILES WITH THIS LAYOUT:
      * THE PERMANENT AUDIT TRAIL (adjmnt.aud) AND THE DAY'S GENERAL
      * LEDGER TRANSACTIONS (adjtran.txt), WHICH THE NIGHTLY ADJREG
      * STEP TOTALS INTO control.dat FOR GLFEED AND THEN EMPTIES.
      * ADJUSTMENT TYPE 'D' = DEBIT ADJUSTMENT (RAISES THE BALANCE),
      *                 'C' = CREDIT ADJUSTMENT (LOWERS IT),
      *                 'W' = BAD-DEBT WRITE-OFF (LOWERS IT).
      * THE AMOUNT IS ALWAYS POSITIVE; THE TYPE GIVES THE DIRECTION.
      * INVOICE NUMBER IS THE OPEN ITEM RAISED (DEBIT) OR THE ONE
      * NAMED TO BE CREDITED, ZERO WHEN A CREDIT WAS SPREAD OLDEST
      * FIRST.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY ADJTRAN REPLACING CPY-ADJ-RECORD BY ADJTRAN-RECORD
      *                            CPY-ADJ-DATE BY ADJ-DATE
      *                            CPY-ADJ-TIME BY ADJ-TIME
      *                            CPY-ADJ-OPERATOR BY ADJ-OPERATOR
      *                            CPY-ADJ-TYPE BY ADJ-TYPE
      *                            CPY-ADJ-FENTRY-ID BY ADJ-FENTRY-ID
      *                            CPY-ADJ-REASON BY ADJ-REASON
      *                            CPY-ADJ-AMOUNT BY ADJ-AMOUNT
      *                         CPY-ADJ-BEFORE-BAL BY ADJ-BEFORE-BAL
      *                            CPY-ADJ-AFTER-BAL BY ADJ-AFTER-BAL
      *                         CPY-ADJ-INVOICE-NO BY ADJ-INVOICE-NO
      *                            CPY-ADJ-MEMO BY ADJ-MEMO.
       01 CPY-ADJ-RECORD.
           05 CPY-ADJ-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-OPERATOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-FENTRY-ID PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-REASON PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-BEFORE-BAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-AFTER-BAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-INVOICE-NO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CPY-ADJ-MEMO PIC X(30).
