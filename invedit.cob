                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.

           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
               STOP RUN
           END-IF.
           OPEN OUTPUT PROOF-FILE.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE PROOF-LINE FROM WS-HEADING-1.
           WRITE PROOF-LINE FROM WS-HEADING-2.
