                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE WS-RC-BUS-DATE TO AUD-DATE.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-TRANS-CODE TO AUD-TRANS-CODE.
