           01 WS-REC-MONTH PIC 9(6).
           01 WS-REC-DAY PIC 9(2).
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-CURR-DAYS PIC 9(5) VALUE ZERO.
           01 WS-CURR-ADD PIC 9(7) VALUE ZERO.
           01 WS-CURR-CHG PIC 9(7) VALUE ZERO.
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH IS NOT NUMERIC
               OR WS-REPORT-MONTH = ZERO
               PERFORM GET-BUSINESS-DATE
               COMPUTE WS-REPORT-MONTH = WS-TODAY / 100
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-MONTH-WORK.
           COMPUTE WS-NET-DIFF = WS-CURR-NET - WS-PRIOR-NET.
           MOVE WS-NET-DIFF TO WS-DF-NET.
           WRITE REPORT-LINE FROM WS-DIFF-LINE.

      * THE DATE THE DAILY STREAM LAST RAN UNDER; THE CLOCK DATE IS
      * ONLY USED BEFORE A BUSINESS DATE HAS EVER BEEN SET.
       GET-BUSINESS-DATE.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "FENTMTH" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'Y'
               MOVE WS-RC-BUS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.
