      * CLEAN ARE SKIPPED), 'P' = COMPLETED AFTER A RESTART SO THE
      * MORNING REVIEW CAN TELL A PATCHED NIGHT FROM A CLEAN ONE.
      * EACH REGISTERED STEP OCCUPIES ONE SLOT
      * WITH ITS START TIME, END TIME, AND CONDITION CODE. THERE
      * ARE 25 SLOTS (RUNCTL AND RUNINQ CARRY THE SAME LIMIT AS
      * WS-MAX-STEPS); THE TABLE WAS 15 SLOTS, A 399-BYTE RECORD,
      * SO AN EXISTING runctl.txt IS CONVERTED TO THE 659-BYTE
      * RECORD BY RUNCCNV (jcl/cutover.jcl) BEFORE THE FIRST RUN -
      * EACH RUN PADDED WITH TEN EMPTY SLOTS, THE BUSINESS DATE
      * RECORD WITH SPACES.
      * THE RECORD KEYED 00000000 (STATUS 'B') IS NOT A RUN BUT THE
      * BUSINESS DATE CONTROL RECORD: THE PROCESSING DATE THE DAILY
      * STREAM POSTS AND REPORTS UNDER, SET OR ROLLED FORWARD BY
      * OPERATIONS THROUGH BUSDATE BEFORE EACH NIGHT'S STREAM.
      * SKIP-OK 'Y' MEANS OPERATIONS CONFIRMED A DATE
      * THAT IS NOT THE DAY AFTER THE LAST COMPLETED RUN.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY RUNCTLR REPLACING CPY-RUN-RECORD BY RUN-RECORD
      *                            CPY-RUN-STEP-NAME BY RUN-STEP-NAME
      *                            CPY-RUN-STEP-START BY RUN-STEP-START
      *                            CPY-RUN-STEP-END BY RUN-STEP-END
      *                            CPY-RUN-STEP-CC BY RUN-STEP-CC
      *                            CPY-RUN-BUS-RECORD BY RUN-BUS-RECORD
      *                            CPY-RUN-BUS-KEY BY RUN-BUS-KEY
      *                            CPY-RUN-BUS-TYPE BY RUN-BUS-TYPE
      *                            CPY-RUN-BUS-DATE BY RUN-BUS-DATE
      *                          CPY-RUN-BUS-SKIP-OK BY RUN-BUS-SKIP-OK
      *                           CPY-RUN-BUS-SET-BY BY RUN-BUS-SET-BY
      *                       CPY-RUN-BUS-SET-DATE BY RUN-BUS-SET-DATE
      *                       CPY-RUN-BUS-SET-TIME BY RUN-BUS-SET-TIME.
       01 CPY-RUN-RECORD.
           05 CPY-RUN-DATE PIC 9(8).
           05 CPY-RUN-STATUS PIC X(1).
           05 CPY-RUN-STEP-ENTRY OCCURS 25 TIMES.
               10 CPY-RUN-STEP-NAME PIC X(8).
               10 CPY-RUN-STEP-START PIC 9(8).
               10 CPY-RUN-STEP-END PIC 9(8).
               10 CPY-RUN-STEP-CC PIC 9(2).
       01 CPY-RUN-BUS-RECORD.
           05 CPY-RUN-BUS-KEY PIC 9(8).
           05 CPY-RUN-BUS-TYPE PIC X(1).
           05 CPY-RUN-BUS-DATE PIC 9(8).
           05 CPY-RUN-BUS-SKIP-OK PIC X(1).
           05 CPY-RUN-BUS-SET-BY PIC X(8).
           05 CPY-RUN-BUS-SET-DATE PIC 9(8).
           05 CPY-RUN-BUS-SET-TIME PIC 9(8).
           05 FILLER PIC X(617).
