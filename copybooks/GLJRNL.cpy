      * BUILT BY GLFEED FROM THE BILLING RUN'S CONTROL TOTALS AND
      * CONSUMED UNCHANGED BY THE LEDGER SYSTEM - DO NOT REARRANGE
      * FIELDS WITHOUT AGREEING THE CHANGE WITH ACCOUNTING.
      * TYPE 'H' = HEADER (RUN DATE, SOURCE SYSTEM, FISCAL PERIOD
      *            YYYYMM THE BATCH POSTS TO), ONE PER FILE
      * TYPE 'D' = ONE JOURNAL LEG (ACCOUNT, 'DR'/'CR', AMOUNT);
      *            THE LEGS ARE WRITTEN IN BALANCED PAIRS SO THE
      *            BATCH ALWAYS NETS TO ZERO
      *                           CPY-GL-HEADER BY GL-HEADER
      *                           CPY-GL-RUN-DATE BY GL-RUN-DATE
      *                           CPY-GL-SOURCE BY GL-SOURCE
      *                           CPY-GL-PERIOD BY GL-PERIOD
      *                           CPY-GL-TRAILER BY GL-TRAILER
      *                           CPY-GL-REC-COUNT BY GL-REC-COUNT
      *                           CPY-GL-TOT-DEBIT BY GL-TOT-DEBIT
           05 CPY-GL-HEADER REDEFINES CPY-GL-DETAIL.
               10 CPY-GL-RUN-DATE PIC 9(8).
               10 CPY-GL-SOURCE PIC X(8).
               10 CPY-GL-PERIOD PIC 9(6).
               10 FILLER PIC X(13).
           05 CPY-GL-TRAILER REDEFINES CPY-GL-DETAIL.
               10 CPY-GL-REC-COUNT PIC 9(9).
               10 CPY-GL-TOT-DEBIT PIC 9(11)V99.
