      * SHARED PARAMETER BLOCK FOR CALLING THE PERCTL SUBPROGRAM.
      * FUNCTION 'C' = CHECK WHETHER A POSTING DATED DATE MAY GO
      *                INTO THE BOOKS. PERIOD IS RETURNED AS THE
      *                FISCAL PERIOD (YYYYMM) THE POSTING BELONGS
      *                TO, TO BE CARRIED ON THE POSTING, AND STATUS
      *                AS THAT PERIOD'S STATUS ('O', 'C' OR 'R',
      *                SPACE FOR A PERIOD NOT YET OPENED). RESULT
      *                'Y' = THE PERIOD IS OPEN (OR A LATER PERIOD
      *                THE CLOSE HAS NOT REACHED YET), 'N' = THE
      *                PERIOD IS CLOSED OR FALLS BEFORE THE OPEN
      *                PERIOD, OR THE CONTROL FILE COULD NOT BE
      *                READ - THE CALLER MUST NOT POST.
      * THE VERY FIRST CHECK AGAINST AN EMPTY CONTROL FILE OPENS
      * THE PERIOD OF THE DATE BEING CHECKED.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY PERCTLP REPLACING CPY-PCP-PARMS BY PC-PARMS
      *                            CPY-PCP-FUNCTION BY PC-FUNCTION
      *                            CPY-PCP-DATE BY PC-DATE
      *                            CPY-PCP-PERIOD BY PC-PERIOD
      *                            CPY-PCP-STATUS BY PC-STATUS
      *                            CPY-PCP-RESULT BY PC-RESULT.
       01 CPY-PCP-PARMS.
           05 CPY-PCP-FUNCTION PIC X(1).
           05 CPY-PCP-DATE PIC 9(8).
           05 CPY-PCP-PERIOD PIC 9(6).
           05 CPY-PCP-STATUS PIC X(1).
           05 CPY-PCP-RESULT PIC X(1).
