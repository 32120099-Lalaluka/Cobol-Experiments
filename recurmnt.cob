RECMNT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RECUR ASSIGN TO 'recur.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-KEY
               FILE STATUS IS WS-RECUR-STATUS.
               SELECT ITEMMST ASSIGN TO 'itemmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMST-STATUS.
               SELECT FENTRY ASSIGN TO 'input.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'recurmnt.aud'
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
           FD RECUR.
           COPY RECUR REPLACING CPY-RB-RECORD BY RECUR-FILE
                                CPY-RB-KEY BY RB-KEY
                                CPY-RB-FENTRY-ID BY RB-FENTRY-ID
                                CPY-RB-ITEM-CODE BY RB-ITEM-CODE
                                CPY-RB-QTY BY RB-QTY
                                CPY-RB-FREQ BY RB-FREQ
                                CPY-RB-START-DATE BY RB-START-DATE
                                CPY-RB-END-DATE BY RB-END-DATE
                                CPY-RB-NEXT-BILL BY RB-NEXT-BILL
                                CPY-RB-LAST-BILL BY RB-LAST-BILL.
           FD ITEMMST.
           COPY ITEMMST REPLACING CPY-IM-RECORD BY ITEMMST-FILE
                                  CPY-IM-ITEM-CODE BY IM-ITEM-CODE
                                  CPY-IM-DESC BY IM-DESC
                                  CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
                                  CPY-IM-ACTIVE BY IM-ACTIVE
                                  CPY-IM-ON-HAND BY IM-ON-HAND
                                CPY-IM-REORDER-PT BY IM-REORDER-PT.
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
               05 AUD-FENTRY-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-ITEM-CODE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-FREQ PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-QTY PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-QTY PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-NEXT PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-NEXT PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-END PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-END PIC 9(8).
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
           01 WS-RECUR-STATUS PIC X(2).
           01 WS-ITEMMST-STATUS PIC X(2).
           01 WS-FILE-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-OPERSEC-STATUS PIC X(2).
           01 WS-SIGNON-STATUS PIC X(2).
           01 WS-DONE PIC A(1) VALUE 'N'.
           01 WS-TRANS-CODE PIC X(1).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-PASSWORD PIC X(8).
           01 WS-OPER-AUTHORITY PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1) VALUE 'N'.
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-REASON PIC X(20).
           01 WS-FENTRY-ID PIC 9(5).
           01 WS-ITEM-CODE PIC X(8).
           01 WS-QTY PIC 9(5).
           01 WS-FREQ PIC X(1).
           01 WS-START-DATE PIC 9(8).
           01 WS-END-DATE PIC 9(8).
           01 WS-NEXT-BILL PIC 9(8).
           01 WS-BEFORE-QTY PIC 9(5).
           01 WS-BEFORE-NEXT PIC 9(8).
           01 WS-BEFORE-END PIC 9(8).
           01 WS-KEY-OK PIC A(1).
           01 WS-FIELDS-OK PIC A(1).
           01 WS-RB-DONE PIC A(1).
           01 WS-LINE-COUNT PIC 9(2).
           01 WS-LIST-COUNT PIC 9(5).
           01 WS-MORE PIC X(1).
           COPY DATECALP REPLACING CPY-DCP-PARMS BY WS-DC-PARMS
                                   CPY-DCP-FUNCTION BY WS-DC-FUNCTION
                                   CPY-DCP-DATE-1 BY WS-DC-DATE-1
                                   CPY-DCP-DATE-2 BY WS-DC-DATE-2
                                   CPY-DCP-DAYS BY WS-DC-DAYS
                                   CPY-DCP-RESULT BY WS-DC-RESULT.
           01 WS-LIST-LINE.
               05 WS-LL-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-ITEM PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-QTY PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-LL-FREQ PIC X(1).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-LL-START PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-END PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-NEXT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-LAST PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RECUR.
           IF WS-RECUR-STATUS = '35'
               OPEN OUTPUT RECUR
               CLOSE RECUR
               OPEN I-O RECUR
           END-IF.
           IF WS-RECUR-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN recur.txt, STATUS "
                   WS-RECUR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEMMST.
           IF WS-ITEMMST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN itemmst.txt, STATUS "
                   WS-ITEMMST-STATUS
               CLOSE RECUR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FENTRY.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FILE-STATUS
               CLOSE ITEMMST
               CLOSE RECUR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "L)IST  A)DD  C)HANGE  D)ELETE  X)IT: "
               ACCEPT WS-TRANS-CODE
               EVALUATE WS-TRANS-CODE
                   WHEN 'L' PERFORM LIST-CHARGES
                   WHEN 'A' PERFORM ADD-CHARGE
                   WHEN 'C' PERFORM CHANGE-CHARGE
                   WHEN 'D'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "DELETE REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM DELETE-CHARGE
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE FENTRY.
           CLOSE ITEMMST.
           CLOSE RECUR.
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
           MOVE "RECURMNT" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-TRANS-CODE TO AUD-TRANS-CODE.
           MOVE WS-FENTRY-ID TO AUD-FENTRY-ID.
           MOVE WS-ITEM-CODE TO AUD-ITEM-CODE.
           MOVE WS-FREQ TO AUD-FREQ.
           MOVE WS-BEFORE-QTY TO AUD-BEFORE-QTY.
           MOVE WS-QTY TO AUD-AFTER-QTY.
           MOVE WS-BEFORE-NEXT TO AUD-BEFORE-NEXT.
           MOVE WS-NEXT-BILL TO AUD-AFTER-NEXT.
           MOVE WS-BEFORE-END TO AUD-BEFORE-END.
           MOVE WS-END-DATE TO AUD-AFTER-END.
           WRITE AUDIT-RECORD.

      * EVERY RECURRING CHARGE, OR ONLY ONE CUSTOMER'S, 15 TO A
      * SCREEN IN CUSTOMER AND ITEM ORDER.
       LIST-CHARGES.
           DISPLAY "ENTER CUSTOMER FENTRY-ID (0 FOR ALL): ".
           ACCEPT WS-FENTRY-ID.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-RB-DONE.
           MOVE WS-FENTRY-ID TO RB-FENTRY-ID.
           MOVE LOW-VALUES TO RB-ITEM-CODE.
           START RECUR KEY IS NOT LESS THAN RB-KEY
               INVALID KEY MOVE 'Y' TO WS-RB-DONE
           END-START.
           DISPLAY "ID     ITEM        QTY  F  START     END       "
               "NEXT      LAST".
           PERFORM UNTIL WS-RB-DONE = 'Y'
               READ RECUR NEXT
                   AT END MOVE 'Y' TO WS-RB-DONE
                   NOT AT END
                       IF WS-FENTRY-ID NOT = ZERO
                           AND RB-FENTRY-ID NOT = WS-FENTRY-ID
                           MOVE 'Y' TO WS-RB-DONE
                       ELSE
                           PERFORM LIST-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " RECURRING CHARGE(S)".

       LIST-ONE-CHARGE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE RB-FENTRY-ID TO WS-LL-ID.
           MOVE RB-ITEM-CODE TO WS-LL-ITEM.
           MOVE RB-QTY TO WS-LL-QTY.
           MOVE RB-FREQ TO WS-LL-FREQ.
           MOVE RB-START-DATE TO WS-LL-START.
           IF RB-END-DATE = 99999999
               MOVE "OPEN" TO WS-LL-END
           ELSE
               MOVE RB-END-DATE TO WS-LL-END
           END-IF.
           MOVE RB-NEXT-BILL TO WS-LL-NEXT.
           IF RB-LAST-BILL = ZERO
               MOVE "NEVER" TO WS-LL-LAST
           ELSE
               MOVE RB-LAST-BILL TO WS-LL-LAST
           END-IF.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT NOT LESS THAN 15
               DISPLAY "MORE? (Y/N): "
               ACCEPT WS-MORE
               IF WS-MORE NOT = 'Y'
                   MOVE 'Y' TO WS-RB-DONE
               END-IF
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       GET-CHARGE-KEY.
           MOVE 'Y' TO WS-KEY-OK.
           DISPLAY "ENTER CUSTOMER FENTRY-ID: ".
           ACCEPT WS-FENTRY-ID.
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-ITEM-CODE.
           IF WS-FENTRY-ID = ZERO OR WS-ITEM-CODE = SPACES
               DISPLAY "CUSTOMER AND ITEM CODE ARE BOTH REQUIRED"
               MOVE 'N' TO WS-KEY-OK
           END-IF.
           MOVE WS-FENTRY-ID TO RB-FENTRY-ID.
           MOVE WS-ITEM-CODE TO RB-ITEM-CODE.

      * A NEW CHARGE MUST BE FOR AN ACTIVE CUSTOMER AND AN ACTIVE
      * ITEM.
       CHECK-NEW-KEY.
           MOVE WS-FENTRY-ID TO FENTRY-ID.
           READ FENTRY
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-FENTRY-ID " NOT ON MASTER"
                   MOVE 'N' TO WS-KEY-OK
               NOT INVALID KEY
                   IF FENTRY-STATUS = 'I'
                       DISPLAY "CUSTOMER " WS-FENTRY-ID " IS INACTIVE"
                       MOVE 'N' TO WS-KEY-OK
                   ELSE
                       DISPLAY "CUSTOMER " NAME
                   END-IF
           END-READ.
           IF WS-KEY-OK = 'Y'
               MOVE WS-ITEM-CODE TO IM-ITEM-CODE
               READ ITEMMST
                   INVALID KEY
                       DISPLAY "ITEM " WS-ITEM-CODE
                           " NOT ON ITEM MASTER"
                       MOVE 'N' TO WS-KEY-OK
                   NOT INVALID KEY
                       IF IM-ACTIVE = 'I'
                           DISPLAY "ITEM " WS-ITEM-CODE " IS INACTIVE"
                           MOVE 'N' TO WS-KEY-OK
                       ELSE
                           DISPLAY IM-DESC
                       END-IF
               END-READ
           END-IF.

      * AN END DATE OF ZERO LEAVES THE CHARGE OPEN ENDED.
       GET-CHARGE-FIELDS.
           MOVE 'Y' TO WS-FIELDS-OK.
           DISPLAY "ENTER QUANTITY PER CYCLE: ".
           ACCEPT WS-QTY.
           IF WS-QTY = ZERO
               DISPLAY "QUANTITY MUST BE AT LEAST 1"
               MOVE 'N' TO WS-FIELDS-OK
           END-IF.
           DISPLAY "FREQUENCY W)EEKLY M)ONTHLY Q)UARTERLY A)NNUAL: ".
           ACCEPT WS-FREQ.
           IF WS-FREQ NOT = 'W' AND WS-FREQ NOT = 'M'
               AND WS-FREQ NOT = 'Q' AND WS-FREQ NOT = 'A'
               DISPLAY "FREQUENCY MUST BE W, M, Q OR A"
               MOVE 'N' TO WS-FIELDS-OK
           END-IF.
           DISPLAY "ENTER START DATE (YYYYMMDD): ".
           ACCEPT WS-START-DATE.
           MOVE 'V' TO WS-DC-FUNCTION.
           MOVE WS-START-DATE TO WS-DC-DATE-1.
           CALL "DATECALC" USING WS-DC-PARMS.
           IF WS-DC-RESULT NOT = 'Y'
               DISPLAY WS-START-DATE " IS NOT A VALID CALENDAR DATE"
               MOVE 'N' TO WS-FIELDS-OK
           END-IF.
           DISPLAY "ENTER END DATE (YYYYMMDD, 0 = OPEN ENDED): ".
           ACCEPT WS-END-DATE.
           IF WS-END-DATE = ZERO
               MOVE 99999999 TO WS-END-DATE
           ELSE
               MOVE 'V' TO WS-DC-FUNCTION
               MOVE WS-END-DATE TO WS-DC-DATE-1
               CALL "DATECALC" USING WS-DC-PARMS
               IF WS-DC-RESULT NOT = 'Y'
                   DISPLAY WS-END-DATE " IS NOT A VALID CALENDAR DATE"
                   MOVE 'N' TO WS-FIELDS-OK
               ELSE
                   IF WS-END-DATE LESS THAN WS-START-DATE
                       DISPLAY "END DATE IS BEFORE START DATE"
                       MOVE 'N' TO WS-FIELDS-OK
                   END-IF
               END-IF
           END-IF.

      * A NEW CHARGE FIRST BILLS ON ITS START DATE.
       ADD-CHARGE.
           PERFORM GET-CHARGE-KEY.
           IF WS-KEY-OK = 'Y'
               PERFORM CHECK-NEW-KEY
           END-IF.
           IF WS-KEY-OK = 'Y'
               PERFORM GET-CHARGE-FIELDS
               IF WS-FIELDS-OK = 'Y'
                   MOVE WS-START-DATE TO WS-NEXT-BILL
                   MOVE WS-QTY TO RB-QTY
                   MOVE WS-FREQ TO RB-FREQ
                   MOVE WS-START-DATE TO RB-START-DATE
                   MOVE WS-END-DATE TO RB-END-DATE
                   MOVE WS-NEXT-BILL TO RB-NEXT-BILL
                   MOVE ZERO TO RB-LAST-BILL
                   WRITE RECUR-FILE
                       INVALID KEY
                           DISPLAY "RECURRING CHARGE ALREADY EXISTS"
                       NOT INVALID KEY
                           DISPLAY "ADDED " WS-FENTRY-ID " "
                               WS-ITEM-CODE " FIRST BILL "
                               WS-NEXT-BILL
                           MOVE 'A' TO WS-TRANS-CODE
                           MOVE ZERO TO WS-BEFORE-QTY
                           MOVE ZERO TO WS-BEFORE-NEXT
                           MOVE ZERO TO WS-BEFORE-END
                           PERFORM WRITE-AUDIT-RECORD
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-CHARGE.
           PERFORM GET-CHARGE-KEY.
           IF WS-KEY-OK = 'Y'
               READ RECUR
                   INVALID KEY
                       DISPLAY "RECURRING CHARGE NOT FOUND"
                   NOT INVALID KEY
                       PERFORM CHANGE-ONE-CHARGE
               END-READ
           END-IF.

      * THE NEXT BILL DATE IS KEPT UNLESS A NEW ONE IS KEYED, SO A
      * CHANGE OF QUANTITY DOES NOT REBILL OR SKIP A CYCLE. KEYING
      * ONE LETS OPERATIONS FORGO OR REPEAT A CYCLE DELIBERATELY.
       CHANGE-ONE-CHARGE.
           MOVE RB-QTY TO WS-BEFORE-QTY.
           MOVE RB-NEXT-BILL TO WS-BEFORE-NEXT.
           MOVE RB-END-DATE TO WS-BEFORE-END.
           DISPLAY "CURRENT QTY " RB-QTY " FREQ " RB-FREQ
               " START " RB-START-DATE.
           DISPLAY "CURRENT END " RB-END-DATE " NEXT BILL "
               RB-NEXT-BILL.
           PERFORM GET-CHARGE-FIELDS.
           IF WS-FIELDS-OK = 'Y'
               DISPLAY "ENTER NEXT BILL DATE (YYYYMMDD, 0 = KEEP): "
               ACCEPT WS-NEXT-BILL
               IF WS-NEXT-BILL = ZERO
                   MOVE RB-NEXT-BILL TO WS-NEXT-BILL
               ELSE
                   MOVE 'V' TO WS-DC-FUNCTION
                   MOVE WS-NEXT-BILL TO WS-DC-DATE-1
                   CALL "DATECALC" USING WS-DC-PARMS
                   IF WS-DC-RESULT NOT = 'Y'
                       DISPLAY WS-NEXT-BILL
                           " IS NOT A VALID CALENDAR DATE"
                       MOVE 'N' TO WS-FIELDS-OK
                   ELSE
                       IF WS-NEXT-BILL LESS THAN WS-START-DATE
                           DISPLAY "NEXT BILL DATE IS BEFORE START "
                               "DATE"
                           MOVE 'N' TO WS-FIELDS-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-FIELDS-OK = 'Y'
               MOVE WS-QTY TO RB-QTY
               MOVE WS-FREQ TO RB-FREQ
               MOVE WS-START-DATE TO RB-START-DATE
               MOVE WS-END-DATE TO RB-END-DATE
               MOVE WS-NEXT-BILL TO RB-NEXT-BILL
               REWRITE RECUR-FILE
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR " WS-FENTRY-ID " "
                           WS-ITEM-CODE
                   NOT INVALID KEY
                       DISPLAY "CHANGED " WS-FENTRY-ID " "
                           WS-ITEM-CODE
                       MOVE 'C' TO WS-TRANS-CODE
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

       DELETE-CHARGE.
           PERFORM GET-CHARGE-KEY.
           IF WS-KEY-OK = 'Y'
               READ RECUR
                   INVALID KEY
                       DISPLAY "RECURRING CHARGE NOT FOUND"
                   NOT INVALID KEY
                       MOVE RB-QTY TO WS-BEFORE-QTY
                       MOVE RB-NEXT-BILL TO WS-BEFORE-NEXT
                       MOVE RB-END-DATE TO WS-BEFORE-END
                       MOVE RB-FREQ TO WS-FREQ
                       DELETE RECUR RECORD
                           INVALID KEY
                               DISPLAY "DELETE FAILED FOR "
                                   WS-FENTRY-ID " " WS-ITEM-CODE
                           NOT INVALID KEY
                               DISPLAY "DELETED " WS-FENTRY-ID " "
                                   WS-ITEM-CODE
                               MOVE 'D' TO WS-TRANS-CODE
                               MOVE ZERO TO WS-QTY
                               MOVE ZERO TO WS-NEXT-BILL
                               MOVE ZERO TO WS-END-DATE
                               PERFORM WRITE-AUDIT-RECORD
                       END-DELETE
               END-READ
           END-IF.
