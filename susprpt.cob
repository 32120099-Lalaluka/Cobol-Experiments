SUSPRP
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRPT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SUSPENSE-FILE ASSIGN TO 'suspense.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSP-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'susprpt.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD SUSPENSE-FILE.
           COPY SUSPENSE REPLACING CPY-SU-RECORD BY SUSPENSE-RECORD
                                   CPY-SU-SUSP-NO BY SU-SUSP-NO
                                   CPY-SU-STATUS BY SU-STATUS
                                   CPY-SU-SUSP-DATE BY SU-SUSP-DATE
                                   CPY-SU-REASON BY SU-REASON
                                   CPY-SU-LOCKBOX BY SU-LOCKBOX
                                   CPY-SU-LB-DETAIL BY SU-LB-DETAIL
                                 CPY-SU-LB-PAY-DATE BY SU-LB-PAY-DATE
                               CPY-SU-LB-FENTRY-ID BY SU-LB-FENTRY-ID
                                 CPY-SU-LB-CHECK-NO BY SU-LB-CHECK-NO
                                   CPY-SU-LB-AMOUNT BY SU-LB-AMOUNT
                            CPY-SU-LB-INVOICE-REF BY SU-LB-INVOICE-REF
                                   CPY-SU-AMOUNT BY SU-AMOUNT
                                   CPY-SU-ACTION BY SU-ACTION
                                   CPY-SU-APPLY-ID BY SU-APPLY-ID
                                   CPY-SU-NOTE BY SU-NOTE
                                 CPY-SU-ACTION-OPER BY SU-ACTION-OPER
                                 CPY-SU-ACTION-DATE BY SU-ACTION-DATE
                                 CPY-SU-CLEAR-DATE BY SU-CLEAR-DATE.
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-SUSPENSE-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-TODAY PIC 9(8).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.
           01 WS-TODAY-INT PIC 9(7).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OPEN-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-PEND-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PEND-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-OLD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OLD-AMOUNT PIC 9(11)V99 VALUE ZERO.
           01 WS-HEADING-1.
               05 FILLER PIC X(34) VALUE
                   "OPEN CASH SUSPENSE ITEMS".
               05 FILLER PIC X(6) VALUE "DATE: ".
               05 WS-H-DATE PIC 9(8).
           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE "SUSP NO".
               05 FILLER PIC X(10) VALUE "SUSPENDED".
               05 FILLER PIC X(6) VALUE " AGE".
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(12) VALUE "CHECK NO".
               05 FILLER PIC X(14) VALUE "      AMOUNT".
               05 FILLER PIC X(25) VALUE "REASON / ACTION".
           01 WS-RPT-DETAIL-LINE.
               05 WS-DR-SUSP-NO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-SUSP-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-AGE PIC ZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-ID PIC X(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-CHECK-NO PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-AMOUNT PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DR-TEXT PIC X(25).
               05 WS-DR-FLAG PIC X(8).
           01 WS-TOTAL-LINE.
               05 WS-TL-TEXT PIC X(30).
               05 WS-TL-COUNT PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-TL-AMOUNT PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "SUSPRPT" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "SUSPRPT: NO BUSINESS DATE, NOTHING REPORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUSPENSE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SU-STATUS NOT = 'C'
                               PERFORM LIST-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "NO SUSPENSE FILE suspense.txt (STATUS "
                   WS-SUSPENSE-STATUS "), NOTHING IN SUSPENSE"
           END-IF.
           PERFORM WRITE-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "SUSPRPT OPEN " WS-OPEN-COUNT
               " PENDING " WS-PEND-COUNT
               " OVER 30 DAYS " WS-OLD-COUNT.
           MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * AGE IS COUNTED FROM THE DAY CASHRCT SUSPENDED THE PAYMENT -
      * THE BANK'S PAY DATE MAY ITSELF BE WHAT WAS UNREADABLE.
      * ANYTHING OVER 30 DAYS IS FLAGGED FOR THE CASH SUPERVISOR.
       LIST-ONE-ITEM.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(SU-SUSP-DATE).
           IF WS-AGE-DAYS LESS THAN ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE SU-SUSP-NO TO WS-DR-SUSP-NO.
           MOVE SU-SUSP-DATE TO WS-DR-SUSP-DATE.
           MOVE WS-AGE-DAYS TO WS-DR-AGE.
           MOVE SU-LB-FENTRY-ID TO WS-DR-ID.
           MOVE SU-LB-CHECK-NO TO WS-DR-CHECK-NO.
           MOVE SU-AMOUNT TO WS-DR-AMOUNT.
           MOVE SPACES TO WS-DR-FLAG.
           IF SU-STATUS = 'P'
               ADD 1 TO WS-PEND-COUNT
               ADD SU-AMOUNT TO WS-PEND-AMOUNT
               EVALUATE SU-ACTION
                   WHEN 'A'
                       MOVE "APPLY TO" TO WS-DR-TEXT
                       MOVE SU-APPLY-ID TO WS-DR-TEXT (10:5)
                   WHEN 'R'
                       MOVE "REFUND" TO WS-DR-TEXT
                   WHEN 'W'
                       MOVE "WRITE OFF" TO WS-DR-TEXT
                   WHEN OTHER
                       MOVE "PENDING" TO WS-DR-TEXT
               END-EVALUATE
               MOVE SU-ACTION-OPER TO WS-DR-TEXT (16:8)
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               ADD SU-AMOUNT TO WS-OPEN-AMOUNT
               MOVE SU-REASON TO WS-DR-TEXT
           END-IF.
           IF WS-AGE-DAYS GREATER THAN 30
               ADD 1 TO WS-OLD-COUNT
               ADD SU-AMOUNT TO WS-OLD-AMOUNT
               MOVE " *OVER30" TO WS-DR-FLAG
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPEN - AWAITING A CLERK......" TO WS-TL-TEXT.
           MOVE WS-OPEN-COUNT TO WS-TL-COUNT.
           MOVE WS-OPEN-AMOUNT TO WS-TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ACTION WAITING FOR TONIGHT..." TO WS-TL-TEXT.
           MOVE WS-PEND-COUNT TO WS-TL-COUNT.
           MOVE WS-PEND-AMOUNT TO WS-TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "OVER 30 DAYS IN SUSPENSE....." TO WS-TL-TEXT.
           MOVE WS-OLD-COUNT TO WS-TL-COUNT.
           MOVE WS-OLD-AMOUNT TO WS-TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
