           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-CUTOFF-DAYS PIC 9(5).
           01 WS-AGE-DAYS PIC S9(7).
           COPY DATECALP REPLACING CPY-DCP-PARMS BY WS-DC-PARMS
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-CUTOFF-DAYS TO WS-H-CUTOFF.
           WRITE REPORT-LINE FROM WS-HEADING-1.
                   WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
                   ADD 1 TO WS-PURGE-COUNT
           END-DELETE.

      * THE DATE THE DAILY STREAM LAST RAN UNDER; THE CLOCK DATE IS
      * ONLY USED BEFORE A BUSINESS DATE HAS EVER BEEN SET.
       GET-BUSINESS-DATE.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "FENTPRG" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'Y'
               MOVE WS-RC-BUS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.
