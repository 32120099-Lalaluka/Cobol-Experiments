                               CPY-CD-CREDIT-LIMIT BY CD-CREDIT-LIMIT
                               CPY-CD-CURR-BALANCE BY CD-CURR-BALANCE
                                  CPY-CD-TAX-CODE BY CD-TAX-CODE
                                CPY-CD-HOLD-FLAG BY CD-HOLD-FLAG
                                CPY-CD-DUN-STAGE BY CD-DUN-STAGE
                                  CPY-CD-DUN-DATE BY CD-DUN-DATE
                                  CPY-CD-REP-CODE BY CD-REP-CODE.
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).
           FD CONTROL-FILE.
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.

           01 WS-EOF PIC A(1).
           01 WS-TODAY PIC 9(8).
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           PERFORM CHECK-DETAIL-SIDE.
