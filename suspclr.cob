SUSPCL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCLR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SUSPENSE-FILE ASSIGN TO 'suspense.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSP-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.
               SELECT CUSTDTL ASSIGN TO 'custdtl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-FENTRY-ID
               FILE STATUS IS WS-CUSTDTL-STATUS.
               SELECT FENTRY ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'suspclr.aud'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               SELECT OPERSEC ASSIGN TO 'opersec.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERSEC-STATUS.
               SELECT SIGNON-LOG ASSIGN TO 'signon.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.

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
           FD CUSTDTL.
           COPY CUSTDTL REPLACING CPY-CD-RECORD BY CUSTDTL-FILE
                                  CPY-CD-FENTRY-ID BY CD-FENTRY-ID
                                  CPY-CD-ADDR-1 BY CD-ADDR-1
                                  CPY-CD-ADDR-2 BY CD-ADDR-2
                                  CPY-CD-PHONE BY CD-PHONE
                               CPY-CD-CREDIT-LIMIT BY CD-CREDIT-LIMIT
                               CPY-CD-CURR-BALANCE BY CD-CURR-BALANCE
                                  CPY-CD-TAX-CODE BY CD-TAX-CODE
                                CPY-CD-HOLD-FLAG BY CD-HOLD-FLAG
                                CPY-CD-DUN-STAGE BY CD-DUN-STAGE
                                  CPY-CD-DUN-DATE BY CD-DUN-DATE
                                  CPY-CD-REP-CODE BY CD-REP-CODE.
           FD FENTRY.
           COPY FENTRY REPLACING CPY-FENTRY-RECORD BY FENTRY-FILE
                                 CPY-FENTRY-ID BY FENTRY-ID
                                 CPY-FENTRY-NAME BY NAME
                                 CPY-FENTRY-STATUS BY FENTRY-STATUS
                                 CPY-FENTRY-DATE-ADDED BY DATE-ADDED.
           FD AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUD-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-TIME PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-OPERATOR PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-TRANS-CODE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-SUSP-NO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AMOUNT PIC 9(9).99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-APPLY-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-NOTE PIC X(30).
           FD OPERSEC.
           COPY OPERSEC REPLACING CPY-OPERSEC-RECORD BY OPERSEC-FILE
                                  CPY-OPER-ID BY OPER-ID
                                  CPY-OPER-PASSWORD BY OPER-PASSWORD
                                  CPY-OPER-AUTHORITY BY OPER-AUTHORITY.
           FD SIGNON-LOG.
           COPY SIGNLOG REPLACING CPY-SIGNLOG-RECORD BY SIGNLOG-RECORD
                                  CPY-SL-DATE BY SL-DATE
                                  CPY-SL-TIME BY SL-TIME
                                  CPY-SL-OPERATOR BY SL-OPERATOR
                                  CPY-SL-PROGRAM BY SL-PROGRAM
                                  CPY-SL-REASON BY SL-REASON.

           WORKING-STORAGE SECTION.
           01 WS-SUSPENSE-STATUS PIC X(2).
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-FILE-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-OPERSEC-STATUS PIC X(2).
           01 WS-SIGNON-STATUS PIC X(2).
           01 WS-DONE PIC A(1) VALUE 'N'.
           01 WS-TRANS-CODE PIC X(1).
           01 WS-SUSP-NO PIC 9(8).
           01 WS-FENTRY-ID PIC 9(5).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-PASSWORD PIC X(8).
           01 WS-OPER-AUTHORITY PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1) VALUE 'N'.
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-REASON PIC X(20).
           01 WS-TODAY PIC 9(8).
           01 WS-CUST-NAME PIC A(25).
           01 WS-ITEM-OK PIC A(1).
           01 WS-NOTE PIC X(30).
           01 WS-CONFIRM PIC X(1).
           01 WS-SHOW-AMOUNT PIC ZZZZZZZZ9.99-.
           01 WS-SU-DONE PIC A(1).
           01 WS-LINE-COUNT PIC 9(2).
           01 WS-MORE PIC X(1).
           01 WS-LIST-COUNT PIC 9(5).
           01 WS-LIST-TOTAL PIC 9(11)V99.
           01 WS-SHOW-TOTAL PIC ZZZZZZZZZZ9.99.
           01 WS-ACTION-TEXT PIC X(13).
           01 WS-LIST-LINE.
               05 WS-LL-SUSP-NO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-SUSP-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-ID PIC X(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-CHECK-NO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-AMOUNT PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-TEXT PIC X(25).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN suspense.txt, STATUS "
                   WS-SUSPENSE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt, STATUS "
                   WS-CUSTDTL-STATUS
               CLOSE SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FENTRY.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FILE-STATUS
               CLOSE CUSTDTL
               CLOSE SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "L)IST  N)AME SEARCH  A)PPLY  R)EFUND  "
                   "W)RITE-OFF  C)ANCEL ACTION  X)IT: "
               ACCEPT WS-TRANS-CODE
               EVALUATE WS-TRANS-CODE
                   WHEN 'L' PERFORM LIST-OPEN-ITEMS
                   WHEN 'N'
                       CALL "NAMEINQ"
                       CANCEL "NAMEINQ"
                   WHEN 'A' PERFORM CHOOSE-APPLY
                   WHEN 'R'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "REFUND REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM CHOOSE-REFUND-OR-WRITEOFF
                       END-IF
                   WHEN 'W'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "WRITE-OFF REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM CHOOSE-REFUND-OR-WRITEOFF
                       END-IF
                   WHEN 'C' PERFORM CANCEL-ACTION
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
           CLOSE SUSPENSE-FILE.
       STOP RUN.

       SIGN-ON.
           OPEN INPUT OPERSEC.
           IF WS-OPERSEC-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN opersec.txt, STATUS "
                   WS-OPERSEC-STATUS
               DISPLAY "RUN OPERMNT TO SET UP THE SECURITY FILE"
               MOVE 'N' TO WS-SIGNON-OK
           ELSE
               PERFORM SIGN-ON-ATTEMPT
                   UNTIL WS-SIGNON-OK = 'Y'
                   OR WS-SIGNON-TRIES NOT LESS THAN 3
               CLOSE OPERSEC
           END-IF.

       SIGN-ON-ATTEMPT.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-PASSWORD.
           MOVE WS-OPERATOR-ID TO OPER-ID.
           READ OPERSEC
               INVALID KEY
                   MOVE "UNKNOWN OPERATOR" TO WS-SIGNON-REASON
                   PERFORM LOG-FAILED-SIGNON
               NOT INVALID KEY
                   IF OPER-PASSWORD = WS-PASSWORD
                       MOVE OPER-AUTHORITY TO WS-OPER-AUTHORITY
                       MOVE 'Y' TO WS-SIGNON-OK
                   ELSE
                       MOVE "WRONG PASSWORD" TO WS-SIGNON-REASON
                       PERFORM LOG-FAILED-SIGNON
                   END-IF
           END-READ.

       LOG-FAILED-SIGNON.
           DISPLAY "SIGN-ON REJECTED: " WS-SIGNON-REASON.
           OPEN EXTEND SIGNON-LOG.
           IF WS-SIGNON-STATUS = '05' OR WS-SIGNON-STATUS = '35'
               OPEN OUTPUT SIGNON-LOG
           END-IF.
           ACCEPT SL-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO SL-OPERATOR.
           MOVE "SUSPCLR" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

      * EVERY ITEM NOT YET CLEARED, OLDEST FIRST, 15 TO A SCREEN.
      * AN ITEM WITH AN ACTION WAITING FOR TONIGHT'S CASHRCT SHOWS
      * THE ACTION IN PLACE OF THE SUSPENSE REASON.
       LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-LIST-TOTAL.
           MOVE 'N' TO WS-SU-DONE.
           MOVE ZERO TO SU-SUSP-NO.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSP-NO
               INVALID KEY MOVE 'Y' TO WS-SU-DONE
           END-START.
           DISPLAY "SUSP NO  SUSPENDED ID    CHECK NO         "
               "AMOUNT REASON / ACTION".
           PERFORM UNTIL WS-SU-DONE = 'Y'
               READ SUSPENSE-FILE NEXT
                   AT END MOVE 'Y' TO WS-SU-DONE
                   NOT AT END
                       IF SU-STATUS NOT = 'C'
                           PERFORM LIST-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-LIST-TOTAL TO WS-SHOW-TOTAL.
           DISPLAY WS-LIST-COUNT " ITEM(S) OPEN, TOTAL "
               WS-SHOW-TOTAL.

       LIST-ONE-ITEM.
           ADD 1 TO WS-LIST-COUNT.
           ADD SU-AMOUNT TO WS-LIST-TOTAL.
           MOVE SU-SUSP-NO TO WS-LL-SUSP-NO.
           MOVE SU-SUSP-DATE TO WS-LL-SUSP-DATE.
           MOVE SU-LB-FENTRY-ID TO WS-LL-ID.
           MOVE SU-LB-CHECK-NO TO WS-LL-CHECK-NO.
           MOVE SU-AMOUNT TO WS-LL-AMOUNT.
           IF SU-STATUS = 'P'
               PERFORM SET-ACTION-TEXT
               MOVE WS-ACTION-TEXT TO WS-LL-TEXT
               IF SU-ACTION = 'A'
                   MOVE SU-APPLY-ID TO WS-LL-TEXT (14:5)
               END-IF
           ELSE
               MOVE SU-REASON TO WS-LL-TEXT
           END-IF.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT NOT LESS THAN 15
               DISPLAY "MORE? (Y/N): "
               ACCEPT WS-MORE
               IF WS-MORE NOT = 'Y'
                   MOVE 'Y' TO WS-SU-DONE
               END-IF
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       SET-ACTION-TEXT.
           EVALUATE SU-ACTION
               WHEN 'A' MOVE "PEND APPLY" TO WS-ACTION-TEXT
               WHEN 'R' MOVE "PEND REFUND" TO WS-ACTION-TEXT
               WHEN 'W' MOVE "PEND WRITEOFF" TO WS-ACTION-TEXT
               WHEN OTHER MOVE "PENDING" TO WS-ACTION-TEXT
           END-EVALUATE.

      * READS THE SUSPENSE ITEM THE CLERK KEYS AND SHOWS IT. ONLY
      * AN OPEN ITEM CAN BE GIVEN AN ACTION; ONE ALREADY WAITING
      * MUST BE CANCELLED FIRST.
       GET-SUSPENSE-ITEM.
           MOVE 'Y' TO WS-ITEM-OK.
           DISPLAY "ENTER SUSPENSE NUMBER: ".
           ACCEPT WS-SUSP-NO.
           MOVE WS-SUSP-NO TO SU-SUSP-NO.
           READ SUSPENSE-FILE
               KEY IS SU-SUSP-NO
               INVALID KEY
                   DISPLAY "SUSPENSE ITEM " WS-SUSP-NO " NOT FOUND"
                   MOVE 'N' TO WS-ITEM-OK
           END-READ.
           IF WS-ITEM-OK = 'Y'
               MOVE SU-AMOUNT TO WS-SHOW-AMOUNT
               DISPLAY "ITEM " SU-SUSP-NO " SUSPENDED " SU-SUSP-DATE
                   " " SU-REASON
               DISPLAY "  LOCKBOX ID " SU-LB-FENTRY-ID
                   " CHECK " SU-LB-CHECK-NO
                   " PAID " SU-LB-PAY-DATE
                   " INV REF " SU-LB-INVOICE-REF
               DISPLAY "  AMOUNT " WS-SHOW-AMOUNT
                   " (AS SENT: " SU-LB-AMOUNT ")"
           END-IF.

       GET-ACTION-NOTE.
           DISPLAY "ENTER REASON / NOTE: ".
           ACCEPT WS-NOTE.
           IF WS-NOTE = SPACES
               DISPLAY "A REASON IS REQUIRED"
               MOVE 'N' TO WS-ITEM-OK
           END-IF.

      * APPLY NAMES THE CUSTOMER THE PAYMENT REALLY BELONGS TO. THE
      * CLERK SEES THE NAME AND BALANCE BEFORE CONFIRMING; THE
      * POSTING ITSELF IS DONE BY TONIGHT'S CASHRCT.
       CHOOSE-APPLY.
           PERFORM GET-SUSPENSE-ITEM.
           IF WS-ITEM-OK = 'Y' AND SU-STATUS NOT = 'O'
               DISPLAY "ITEM IS NOT OPEN - CANCEL ITS ACTION FIRST"
               MOVE 'N' TO WS-ITEM-OK
           END-IF.
           IF WS-ITEM-OK = 'Y' AND SU-AMOUNT = ZERO
               DISPLAY "AMOUNT UNREADABLE - REFUND OR WRITE OFF AND "
                   "HAVE THE BANK RESUBMIT"
               MOVE 'N' TO WS-ITEM-OK
           END-IF.
           IF WS-ITEM-OK = 'Y'
               DISPLAY "APPLY TO FENTRY-ID: "
               ACCEPT WS-FENTRY-ID
               MOVE WS-FENTRY-ID TO CD-FENTRY-ID
               READ CUSTDTL
                   INVALID KEY
                       DISPLAY "NO DETAIL RECORD FOR " WS-FENTRY-ID
                       MOVE 'N' TO WS-ITEM-OK
               END-READ
           END-IF.
           IF WS-ITEM-OK = 'Y'
               PERFORM LOOK-UP-NAME
               MOVE CD-CURR-BALANCE TO WS-SHOW-AMOUNT
               DISPLAY WS-FENTRY-ID " " WS-CUST-NAME
                   " BALANCE " WS-SHOW-AMOUNT
               PERFORM GET-ACTION-NOTE
           END-IF.
           IF WS-ITEM-OK = 'Y'
               DISPLAY "APPLY THIS PAYMENT TO " WS-FENTRY-ID
                   " (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY "ACTION CANCELLED"
                   MOVE 'N' TO WS-ITEM-OK
               END-IF
           END-IF.
           IF WS-ITEM-OK = 'Y'
               MOVE WS-FENTRY-ID TO SU-APPLY-ID
               PERFORM RECORD-ACTION
           END-IF.

       CHOOSE-REFUND-OR-WRITEOFF.
           PERFORM GET-SUSPENSE-ITEM.
           IF WS-ITEM-OK = 'Y' AND SU-STATUS NOT = 'O'
               DISPLAY "ITEM IS NOT OPEN - CANCEL ITS ACTION FIRST"
               MOVE 'N' TO WS-ITEM-OK
           END-IF.
           IF WS-ITEM-OK = 'Y'
               PERFORM GET-ACTION-NOTE
           END-IF.
           IF WS-ITEM-OK = 'Y'
               IF WS-TRANS-CODE = 'R'
                   DISPLAY "REFUND THIS PAYMENT (Y/N): "
               ELSE
                   DISPLAY "WRITE OFF THIS PAYMENT (Y/N): "
               END-IF
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY "ACTION CANCELLED"
                   MOVE 'N' TO WS-ITEM-OK
               END-IF
           END-IF.
           IF WS-ITEM-OK = 'Y'
               MOVE ZERO TO SU-APPLY-ID
               PERFORM RECORD-ACTION
           END-IF.

       RECORD-ACTION.
           MOVE 'P' TO SU-STATUS.
           MOVE WS-TRANS-CODE TO SU-ACTION.
           MOVE WS-NOTE TO SU-NOTE.
           MOVE WS-OPERATOR-ID TO SU-ACTION-OPER.
           MOVE WS-TODAY TO SU-ACTION-DATE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR ITEM " SU-SUSP-NO
               NOT INVALID KEY
                   DISPLAY "ITEM " SU-SUSP-NO
                       " WILL BE POSTED IN TONIGHT'S RUN"
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

      * TAKES BACK AN ACTION NOT YET POSTED, RETURNING THE ITEM TO
      * OPEN SO A DIFFERENT ACTION CAN BE CHOSEN.
       CANCEL-ACTION.
           PERFORM GET-SUSPENSE-ITEM.
           IF WS-ITEM-OK = 'Y' AND SU-STATUS NOT = 'P'
               DISPLAY "ITEM HAS NO ACTION WAITING"
               MOVE 'N' TO WS-ITEM-OK
           END-IF.
           IF WS-ITEM-OK = 'Y'
               PERFORM SET-ACTION-TEXT
               DISPLAY "  " WS-ACTION-TEXT " " SU-APPLY-ID
                   " BY " SU-ACTION-OPER " " SU-NOTE
               DISPLAY "CANCEL THIS ACTION (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   MOVE 'N' TO WS-ITEM-OK
               END-IF
           END-IF.
           IF WS-ITEM-OK = 'Y'
               MOVE 'O' TO SU-STATUS
               MOVE SPACE TO SU-ACTION
               MOVE ZERO TO SU-APPLY-ID
               MOVE "ACTION CANCELLED" TO WS-NOTE
               MOVE SPACES TO SU-NOTE
               MOVE ZERO TO SU-ACTION-DATE
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR ITEM " SU-SUSP-NO
                   NOT INVALID KEY
                       DISPLAY "ITEM " SU-SUSP-NO " IS OPEN AGAIN"
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

       LOOK-UP-NAME.
           MOVE WS-FENTRY-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE NAME TO WS-CUST-NAME
           END-READ.

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-TRANS-CODE TO AUD-TRANS-CODE.
           MOVE SU-SUSP-NO TO AUD-SUSP-NO.
           MOVE SU-AMOUNT TO AUD-AMOUNT.
           MOVE SU-APPLY-ID TO AUD-APPLY-ID.
           MOVE WS-NOTE TO AUD-NOTE.
           WRITE AUDIT-RECORD.
