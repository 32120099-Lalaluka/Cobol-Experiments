           01 WS-EXTRACT-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-READ-COUNT PIC 9(9) VALUE ZERO.
           01 WS-EXTRACT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "FENTEXT" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "FENTEXT: NO BUSINESS DATE, NOTHING EXTRACTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           OPEN INPUT FENTRY.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FENTRY NEXT
