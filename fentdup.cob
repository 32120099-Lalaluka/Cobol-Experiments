           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-SORT-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
           01 WS-GROUP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-GROUP-OPEN PIC A(1) VALUE 'N'.

       WRITE-DUP-REPORT.
           OPEN OUTPUT REPORT-FILE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
           MOVE SORT-STATUS TO WS-DR-STATUS.
           MOVE SORT-DATE-ADDED TO WS-DR-ADDED.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE.

      * THE DATE THE DAILY STREAM LAST RAN UNDER; THE CLOCK DATE IS
      * ONLY USED BEFORE A BUSINESS DATE HAS EVER BEEN SET.
       GET-BUSINESS-DATE.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "FENTDUP" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'Y'
               MOVE WS-RC-BUS-DATE TO WS-TODAY
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
           END-IF.
