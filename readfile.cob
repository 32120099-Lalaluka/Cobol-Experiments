                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           COPY SYSPRMP REPLACING CPY-SPP-PARMS BY WS-SP-PARMS
                                  CPY-SPP-FUNCTION BY WS-SP-FUNCTION
                                  CPY-SPP-PARM-NAME BY WS-SP-PARM-NAME
               END-IF
           END-IF.
           IF WS-LOOKUP-ID = ZERO AND WS-RC-BLOCKED = 'N'
               IF WS-BATCH-MODE = 'Y'
                   MOVE WS-RC-BUS-DATE TO WS-RUN-DATE
               ELSE
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF WS-RESTARTED = 'Y'
                   START FENTRY KEY IS GREATER THAN FENTRY-ID
