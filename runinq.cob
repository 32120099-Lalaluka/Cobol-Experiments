                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-STEP-SUB PIC 9(2).
           01 WS-MAX-STEPS PIC 9(2) VALUE 25.
           01 WS-STATUS-TEXT PIC X(12).
           01 WS-STEP-LINE.
               05 WS-SL-NAME PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER RUN DATE (YYYYMMDD, 0 FOR THE BUSINESS "
               "DATE): ".
           ACCEPT WS-INQUIRY-DATE.
           IF WS-INQUIRY-DATE IS NOT NUMERIC
               OR WS-INQUIRY-DATE = ZERO
               PERFORM GET-BUSINESS-DATE
           END-IF.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN runctl.txt, STATUS "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-INQUIRY-DATE TO RUN-DATE.
           READ RUNCTL-FILE
               INVALID KEY
           END-IF.
       STOP RUN.

      * BEFORE ANY BUSINESS DATE HAS BEEN SET THE CLOCK DATE IS
      * SHOWN INSTEAD.
       GET-BUSINESS-DATE.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "RUNINQ" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'Y'
               MOVE WS-RC-BUS-DATE TO WS-INQUIRY-DATE
           ELSE
               ACCEPT WS-INQUIRY-DATE FROM DATE YYYYMMDD
           END-IF.

       OFFER-RESET.
           DISPLAY "T) MARK THE RUN RESTARTING (STEPS THAT ENDED "
               "CLEAN ARE SKIPPED ON RERUN)".
           DISPLAY "RUN OF " RUN-DATE " IS " WS-STATUS-TEXT.
           PERFORM SHOW-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB GREATER THAN WS-MAX-STEPS.

       SHOW-ONE-STEP.
           IF RUN-STEP-NAME (WS-STEP-SUB) NOT = SPACES
