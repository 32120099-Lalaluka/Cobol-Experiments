      * SHARED PARAMETER BLOCK FOR CALLING THE RUNCTL SUBPROGRAM.
      * FUNCTION 'S' = REGISTER STEP START (RESULT 'N' MEANS THE
      *                STEP MUST NOT RUN: A PREVIOUS RUN IS STILL
      *                IN FLIGHT, THE BUSINESS DATE'S RUN ALREADY
      *                COMPLETED, NO BUSINESS DATE IS SET, OR THE
      *                BUSINESS DATE SKIPS A DAY UNCONFIRMED;
      *                RESULT 'S' MEANS THE RUN IS RESTARTING AND
      *                THIS STEP ALREADY ENDED CLEAN, SO THE STEP
      *                SHOULD EXIT QUIETLY WITH RC ZERO),
      *          'E' = REGISTER STEP END WITH ITS CONDITION CODE,
      *          'C' = MARK THE BUSINESS DATE'S RUN COMPLETE (THE
      *                DATE STAYS UNTIL OPERATIONS ROLL IT IN
      *                BUSDATE, SO STEPS AFTER FENTBAL STILL REPORT
      *                UNDER IT),
      *          'D' = RETURN THE BUSINESS DATE THE STREAM IS
      *                RUNNING UNDER WITHOUT REGISTERING A STEP
      *                (RESULT 'N' MEANS NO BUSINESS DATE IS SET),
      *          'B' = SET THE BUSINESS DATE TO BUS-DATE, STEP-NAME
      *                CARRYING THE OPERATOR ID (RESULT 'N' MEANS
      *                REFUSED: THAT DATE'S RUN ALREADY COMPLETED OR
      *                A RUN IS IN FLIGHT; RESULT 'K' MEANS THE DATE
      *                IS NOT THE DAY AFTER THE LAST COMPLETED RUN
      *                AND NOTHING WAS CHANGED; BUS-DATE THEN
      *                RETURNS THE DATE THAT WOULD FOLLOW ON),
      *          'F' = AS 'B' BUT SETS A SKIPPED OR BACKDATED DATE
      *                THE OPERATOR HAS CONFIRMED,
      *          'T' = MARK THE IN-FLIGHT RUN (ANY DATE, SO AN
      *                OVERNIGHT ABEND CAN BE MARKED THE NEXT
      *                MORNING) RESTARTING; A RESUBMITTED STREAM
      *                RESUMES THAT RUN'S RECORD AND SKIPS THE
      *                STEPS THAT ALREADY ENDED WITH A GOOD
      *                CONDITION CODE.
      * ON A GOOD 'S' BUS-DATE RETURNS THE BUSINESS DATE THE STEP
      * MUST POST AND REPORT UNDER (THE RESTARTED RUN'S DATE WHEN
      * AN OVERNIGHT RUN IS BEING RESUMED).
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY RUNCTLP REPLACING CPY-RCP-PARMS BY RC-PARMS
      *                            CPY-RCP-FUNCTION BY RC-FUNCTION
      *                            CPY-RCP-STEP-NAME BY RC-STEP-NAME
      *                            CPY-RCP-COND-CODE BY RC-COND-CODE
      *                            CPY-RCP-RESULT BY RC-RESULT
      *                            CPY-RCP-BUS-DATE BY RC-BUS-DATE.
       01 CPY-RCP-PARMS.
           05 CPY-RCP-FUNCTION PIC X(1).
           05 CPY-RCP-STEP-NAME PIC X(8).
           05 CPY-RCP-COND-CODE PIC 9(2).
           05 CPY-RCP-RESULT PIC X(1).
           05 CPY-RCP-BUS-DATE PIC 9(8).
