           01 WS-HISTORY-STATUS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-MASTER-CNT PIC 9(9) VALUE ZERO.
           01 WS-INV-CNT PIC 9(9) VALUE ZERO.
           01 WS-INV-NET PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "FENTHST" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "FENTHST: NO BUSINESS DATE, NOTHING RECORDED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           PERFORM GATHER-CONTROL-TOTALS.
           PERFORM GATHER-AUDIT-COUNTS.
           OPEN EXTEND HISTORY-FILE.
