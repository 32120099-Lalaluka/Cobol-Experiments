CREDRP
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRPT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CREDREQ ASSIGN TO 'credreq.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-REQUEST-NO
               FILE STATUS IS WS-CREDREQ-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'credrpt.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CREDREQ.
           COPY CREDREQ REPLACING CPY-CR-RECORD BY CREDREQ-RECORD
                                  CPY-CR-REQUEST-NO BY CR-REQUEST-NO
                                  CPY-CR-TYPE BY CR-TYPE
                                  CPY-CR-STATUS BY CR-STATUS
                                  CPY-CR-FENTRY-ID BY CR-FENTRY-ID
                               CPY-CR-BEFORE-LIMIT BY CR-BEFORE-LIMIT
                                  CPY-CR-NEW-LIMIT BY CR-NEW-LIMIT
                                  CPY-CR-REQ-OPER BY CR-REQ-OPER
                                  CPY-CR-REQ-DATE BY CR-REQ-DATE
                                  CPY-CR-REQ-TIME BY CR-REQ-TIME
                                  CPY-CR-REQ-NOTE BY CR-REQ-NOTE
                                  CPY-CR-DEC-OPER BY CR-DEC-OPER
                                  CPY-CR-DEC-DATE BY CR-DEC-DATE
                                  CPY-CR-DEC-TIME BY CR-DEC-TIME
                                  CPY-CR-DEC-NOTE BY CR-DEC-NOTE.
           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-CREDREQ-STATUS PIC X(2).
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
           01 WS-PEND-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OLD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-HEADING-1.
               05 FILLER PIC X(40) VALUE
                   "CREDIT APPROVAL REQUESTS".
               05 FILLER PIC X(6) VALUE "DATE: ".
               05 WS-H-DATE PIC 9(8).
           01 WS-PEND-HEADING.
               05 FILLER PIC X(50) VALUE
                   "AWAITING APPROVAL".
           01 WS-REJ-HEADING.
               05 FILLER PIC X(50) VALUE
                   "REJECTED TODAY".
           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE "REQUEST".
               05 FILLER PIC X(8) VALUE "TYPE".
               05 FILLER PIC X(7) VALUE "ID".
               05 FILLER PIC X(13) VALUE "   OLD LIMIT".
               05 FILLER PIC X(13) VALUE "   NEW LIMIT".
               05 FILLER PIC X(10) VALUE "ASKED BY".
               05 FILLER PIC X(10) VALUE "ON".
               05 FILLER PIC X(6) VALUE " AGE".
           01 WS-DETAIL-LINE.
               05 WS-DL-REQUEST-NO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-TYPE PIC X(7).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-BEFORE PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-NEW PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-DL-REQ-OPER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-REQ-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-AGE PIC ZZZ9.
               05 WS-DL-FLAG PIC X(8).
           01 WS-NOTE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 WS-NL-TEXT PIC X(11).
               05 WS-NL-OPER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-NL-NOTE PIC X(30).
           01 WS-TOTAL-LINE.
               05 WS-TL-TEXT PIC X(30).
               05 WS-TL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'D' TO WS-RC-FUNCTION.
           MOVE "CREDRPT" TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT NOT = 'Y'
               DISPLAY "CREDRPT: NO BUSINESS DATE, NOTHING REPORTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RC-BUS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TODAY TO WS-H-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-PEND-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           OPEN INPUT CREDREQ.
           IF WS-CREDREQ-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CREDREQ
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CR-STATUS = 'P'
                               PERFORM LIST-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDREQ
           ELSE
               DISPLAY "NO REQUEST FILE credreq.txt (STATUS "
                   WS-CREDREQ-STATUS "), NOTHING TO APPROVE"
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REJ-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           IF WS-CREDREQ-STATUS = '00'
               MOVE 'N' TO WS-EOF
               OPEN INPUT CREDREQ
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CREDREQ
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CR-STATUS = 'J'
                               AND CR-DEC-DATE = WS-TODAY
                               PERFORM LIST-ONE-REJECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDREQ
           END-IF.
           PERFORM WRITE-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "CREDRPT PENDING " WS-PEND-COUNT
               " OVER 2 DAYS " WS-OLD-COUNT
               " REJECTED TODAY " WS-REJ-COUNT.
           MOVE 0 TO RETURN-CODE.
       STOP RUN.

       FORMAT-DETAIL-LINE.
           MOVE CR-REQUEST-NO TO WS-DL-REQUEST-NO.
           IF CR-TYPE = 'L'
               MOVE "LIMIT" TO WS-DL-TYPE
           ELSE
               MOVE "RELEASE" TO WS-DL-TYPE
           END-IF.
           MOVE CR-FENTRY-ID TO WS-DL-ID.
           MOVE CR-BEFORE-LIMIT TO WS-DL-BEFORE.
           MOVE CR-NEW-LIMIT TO WS-DL-NEW.
           MOVE CR-REQ-OPER TO WS-DL-REQ-OPER.
           MOVE CR-REQ-DATE TO WS-DL-REQ-DATE.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(CR-REQ-DATE).
           IF WS-AGE-DAYS LESS THAN ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO WS-DL-AGE.
           MOVE SPACES TO WS-DL-FLAG.

      * A REQUEST LEFT MORE THAN TWO DAYS IS FLAGGED FOR THE CREDIT
      * MANAGER - THE CUSTOMER IS WAITING ON IT.
       LIST-ONE-PENDING.
           ADD 1 TO WS-PEND-COUNT.
           PERFORM FORMAT-DETAIL-LINE.
           IF WS-AGE-DAYS GREATER THAN 2
               ADD 1 TO WS-OLD-COUNT
               MOVE " *OVER2" TO WS-DL-FLAG
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE "REASON:" TO WS-NL-TEXT.
           MOVE SPACES TO WS-NL-OPER.
           MOVE CR-REQ-NOTE TO WS-NL-NOTE.
           WRITE REPORT-LINE FROM WS-NOTE-LINE.

       LIST-ONE-REJECTED.
           ADD 1 TO WS-REJ-COUNT.
           PERFORM FORMAT-DETAIL-LINE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE "REJECTED BY" TO WS-NL-TEXT.
           MOVE CR-DEC-OPER TO WS-NL-OPER.
           MOVE CR-DEC-NOTE TO WS-NL-NOTE.
           WRITE REPORT-LINE FROM WS-NOTE-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AWAITING APPROVAL............" TO WS-TL-TEXT.
           MOVE WS-PEND-COUNT TO WS-TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  OF WHICH OVER 2 DAYS......." TO WS-TL-TEXT.
           MOVE WS-OLD-COUNT TO WS-TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "REJECTED TODAY..............." TO WS-TL-TEXT.
           MOVE WS-REJ-COUNT TO WS-TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
