               RECORD KEY IS FENTRY-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
               SELECT REPMST ASSIGN TO 'repmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMST-STATUS.
               SELECT CREDREQ ASSIGN TO 'credreq.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-REQUEST-NO
               FILE STATUS IS WS-CREDREQ-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'custmnt.aud'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
           FD REPMST.
           COPY REPMST REPLACING CPY-RM-RECORD BY REPMST-FILE
                                 CPY-RM-REP-CODE BY RM-REP-CODE
                                 CPY-RM-NAME BY RM-NAME
                                 CPY-RM-COMM-RATE BY RM-COMM-RATE
                                 CPY-RM-STATUS BY RM-STATUS.
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
      * TRANS CODES A/C/D/H ARE KEYED CHANGES. UNDER DUAL CONTROL
      * 'P' = RAISE OR RELEASE REQUESTED (AFTER LIMIT IS THE LIMIT
      * ASKED FOR), 'L' = LIMIT RAISE APPROVED, 'R' = RELEASE
      * APPROVED, 'J' = REQUEST REJECTED. FOR THESE THE OPERATOR IS
      * THE ONE WHO ASKED AND THE APPROVER THE ONE WHO DECIDED,
      * WITH THE REQUEST NUMBER; OTHERWISE THEY ARE SPACES / ZERO.
           FD AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUD-DATE PIC 9(8).
               05 AUD-BEFORE-LIMIT PIC 9(9).99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-LIMIT PIC 9(9).99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-REP PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-REP PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-APPROVER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-REQUEST-NO PIC 9(8).
           FD OPERSEC.
           COPY OPERSEC REPLACING CPY-OPERSEC-RECORD BY OPERSEC-FILE
                                  CPY-OPER-ID BY OPER-ID
           WORKING-STORAGE SECTION.
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-FILE-STATUS PIC X(2).
           01 WS-REPMST-STATUS PIC X(2).
           01 WS-CREDREQ-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-OPERSEC-STATUS PIC X(2).
           01 WS-SIGNON-STATUS PIC X(2).
           01 WS-PHONE PIC X(12).
           01 WS-CREDIT-LIMIT PIC 9(9)V99.
           01 WS-BEFORE-LIMIT PIC 9(9)V99.
           01 WS-TAX-CODE PIC X(3).
           01 WS-REP-CODE PIC X(4).
           01 WS-BEFORE-REP PIC X(4).
           01 WS-REPMST-OPEN PIC A(1) VALUE 'N'.
           01 WS-REP-OK PIC A(1).
           COPY SYSPRMP REPLACING CPY-SPP-PARMS BY WS-SP-PARMS
                                  CPY-SPP-FUNCTION BY WS-SP-FUNCTION
                                  CPY-SPP-PARM-NAME BY WS-SP-PARM-NAME
                                 CPY-SPP-PARM-VALUE BY WS-SP-PARM-VALUE
                                  CPY-SPP-RESULT BY WS-SP-RESULT.
      * A RAISE OF MORE THAN THIS GOES FOR APPROVAL. SYSPARM
      * CRLIM-RAISE (IN CENTS) OVERRIDES THE COMPILED DEFAULT.
           01 WS-RAISE-LIMIT PIC 9(7)V99 VALUE 5000.00.
           01 WS-RAISE-AMOUNT PIC 9(9)V99.
           01 WS-HOLD-RAISE PIC A(1).
           01 WS-REQ-LIMIT PIC 9(9)V99.
           01 WS-REQ-TYPE PIC X(1).
           01 WS-REQ-NOTE PIC X(30).
           01 WS-REQUEST-NO PIC 9(8).
           01 WS-PENDING-NO PIC 9(8).
           01 WS-CR-DONE PIC A(1).
           01 WS-REQ-OK PIC A(1).
           01 WS-CAN-APPROVE PIC A(1).
           01 WS-DECISION PIC X(1).
           01 WS-LINE-COUNT PIC 9(2).
           01 WS-LIST-COUNT PIC 9(5).
           01 WS-MORE PIC X(1).
           01 WS-SHOW-LIMIT PIC ZZZZZZZZ9.99.
           01 WS-SHOW-NEW PIC ZZZZZZZZ9.99.
           01 WS-LIST-LINE.
               05 WS-LL-REQUEST-NO PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-TYPE PIC X(7).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-BEFORE PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-NEW PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-REQ-OPER PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LL-REQ-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REPMST.
           IF WS-REPMST-STATUS = '00'
               MOVE 'Y' TO WS-REPMST-OPEN
           ELSE
               DISPLAY "NO SALES REP FILE (repmst.txt), RUN REPMNT; "
                   "CUSTOMERS CAN ONLY BE LEFT UNASSIGNED"
           END-IF.
           OPEN I-O CREDREQ.
           IF WS-CREDREQ-STATUS = '35'
               OPEN OUTPUT CREDREQ
               CLOSE CREDREQ
               OPEN I-O CREDREQ
           END-IF.
           IF WS-CREDREQ-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN credreq.txt, STATUS "
                   WS-CREDREQ-STATUS
               IF WS-REPMST-OPEN = 'Y'
                   CLOSE REPMST
               END-IF
               CLOSE FENTRY
               CLOSE CUSTDTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GET-RAISE-LIMIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "A)DD  C)HANGE  D)ELETE  H)OLD  R)ELEASE  "
                   "Q)UEUE  X)IT: "
               ACCEPT WS-TRANS-CODE
               MOVE ZERO TO WS-REQUEST-NO
               EVALUATE WS-TRANS-CODE
                   WHEN 'A' PERFORM ADD-CUSTDTL
                   WHEN 'C' PERFORM CHANGE-CUSTDTL
                       ELSE
                           PERFORM RELEASE-CUSTDTL
                       END-IF
                   WHEN 'Q'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "APPROVAL REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM WORK-APPROVAL-QUEUE
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE CREDREQ.
           IF WS-REPMST-OPEN = 'Y'
               CLOSE REPMST
           END-IF.
           CLOSE FENTRY.
           CLOSE CUSTDTL.
       STOP RUN.
           MOVE WS-FENTRY-ID TO AUD-FENTRY-ID.
           MOVE WS-BEFORE-LIMIT TO AUD-BEFORE-LIMIT.
           MOVE WS-CREDIT-LIMIT TO AUD-AFTER-LIMIT.
           MOVE WS-BEFORE-REP TO AUD-BEFORE-REP.
           MOVE WS-REP-CODE TO AUD-AFTER-REP.
           MOVE SPACES TO AUD-APPROVER.
           MOVE ZERO TO AUD-REQUEST-NO.
           IF WS-REQUEST-NO NOT = ZERO
               MOVE CR-REQ-OPER TO AUD-OPERATOR
               MOVE CR-DEC-OPER TO AUD-APPROVER
               MOVE WS-REQUEST-NO TO AUD-REQUEST-NO
           END-IF.
           WRITE AUDIT-RECORD.

       GET-RAISE-LIMIT.
           MOVE 'G' TO WS-SP-FUNCTION.
           MOVE "CRLIM-RAISE" TO WS-SP-PARM-NAME.
           CALL "SYSPARM" USING WS-SP-PARMS.
           IF WS-SP-RESULT = 'Y'
               COMPUTE WS-RAISE-LIMIT = WS-SP-PARM-VALUE / 100
           END-IF.

      * A RAISE LARGER THAN THE THRESHOLD IS NOT APPLIED: THE OLD
      * LIMIT IS KEPT ON THE RECORD AND THE NEW ONE GOES INTO A
      * REQUEST FOR A SECOND OPERATOR TO APPROVE. A NEW CUSTOMER'S
      * LIMIT COUNTS AS A RAISE FROM ZERO. LOWERING A LIMIT, OR A
      * RAISE WITHIN THE THRESHOLD, TAKES EFFECT AT ONCE.
       CHECK-LIMIT-RAISE.
           MOVE 'N' TO WS-HOLD-RAISE.
           IF WS-CREDIT-LIMIT GREATER THAN WS-BEFORE-LIMIT
               COMPUTE WS-RAISE-AMOUNT =
                   WS-CREDIT-LIMIT - WS-BEFORE-LIMIT
               IF WS-RAISE-AMOUNT GREATER THAN WS-RAISE-LIMIT
                   MOVE 'Y' TO WS-HOLD-RAISE
                   MOVE WS-CREDIT-LIMIT TO WS-REQ-LIMIT
                   MOVE WS-BEFORE-LIMIT TO WS-CREDIT-LIMIT
               END-IF
           END-IF.

      * THE BALANCE IS NOT KEYED HERE. A NEW CUSTOMER STARTS AT
      * ZERO AND EVERY CHANGE TO IT GOES THROUGH BILLING, CASH OR
      * AN ADJMNT ADJUSTMENT SO IT CARRIES A REASON AND A JOURNAL.
       GET-DETAIL-FIELDS.
           DISPLAY "ENTER ADDRESS LINE 1: ".
           ACCEPT WS-ADDR-1.
           ACCEPT WS-PHONE.
           DISPLAY "ENTER CREDIT LIMIT (DIGITS, PENNIES LAST): ".
           ACCEPT WS-CREDIT-LIMIT.
           DISPLAY "ENTER TAX CODE (SPACES FOR NONE): ".
           ACCEPT WS-TAX-CODE.
           DISPLAY "ENTER SALES REP CODE (SPACES FOR UNASSIGNED): ".
           ACCEPT WS-REP-CODE.
           PERFORM CHECK-REP-CODE.

      * A REP NEWLY GIVEN TO A CUSTOMER MUST BE ON repmst.txt AND
      * ACTIVE. A CUSTOMER ALREADY WITH A REP WHO HAS SINCE GONE
      * INACTIVE KEEPS THAT REP UNTIL REASSIGNED.
       CHECK-REP-CODE.
           MOVE 'Y' TO WS-REP-OK.
           IF WS-REP-CODE NOT = SPACES
               AND WS-REP-CODE NOT = WS-BEFORE-REP
               IF WS-REPMST-OPEN NOT = 'Y'
                   MOVE 'N' TO WS-REP-OK
               ELSE
                   MOVE WS-REP-CODE TO RM-REP-CODE
                   READ REPMST
                       INVALID KEY MOVE 'N' TO WS-REP-OK
                       NOT INVALID KEY
                           IF RM-STATUS = 'I'
                               MOVE 'N' TO WS-REP-OK
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WS-REP-OK NOT = 'Y'
               DISPLAY "REP " WS-REP-CODE
                   " IS NOT AN ACTIVE SALES REP"
           END-IF.

       ADD-CUSTDTL.
           DISPLAY "ENTER FENTRY-ID: ".
           END-READ.

       ADD-CUSTDTL-FIELDS.
           MOVE SPACES TO WS-BEFORE-REP.
           MOVE ZERO TO WS-BEFORE-LIMIT.
           PERFORM GET-DETAIL-FIELDS.
           IF WS-REP-OK NOT = 'Y'
               DISPLAY "ADD REJECTED FOR " WS-FENTRY-ID
           ELSE
               PERFORM CHECK-LIMIT-RAISE
               PERFORM WRITE-NEW-CUSTDTL
           END-IF.

       WRITE-NEW-CUSTDTL.
           MOVE WS-FENTRY-ID TO CD-FENTRY-ID.
           MOVE WS-ADDR-1 TO CD-ADDR-1.
           MOVE WS-ADDR-2 TO CD-ADDR-2.
           MOVE WS-PHONE TO CD-PHONE.
           MOVE WS-CREDIT-LIMIT TO CD-CREDIT-LIMIT.
           MOVE ZERO TO CD-CURR-BALANCE.
           MOVE WS-TAX-CODE TO CD-TAX-CODE.
           MOVE SPACE TO CD-HOLD-FLAG.
           MOVE ZERO TO CD-DUN-STAGE.
           MOVE ZERO TO CD-DUN-DATE.
           MOVE WS-REP-CODE TO CD-REP-CODE.
           WRITE CUSTDTL-FILE
               INVALID KEY
                   DISPLAY "DETAIL FOR " WS-FENTRY-ID
                   MOVE 'A' TO WS-TRANS-CODE
                   MOVE ZERO TO WS-BEFORE-LIMIT
                   PERFORM WRITE-AUDIT-RECORD
                   IF WS-HOLD-RAISE = 'Y'
                       PERFORM REQUEST-LIMIT-RAISE
                   END-IF
           END-WRITE.

       CHANGE-CUSTDTL.
                   DISPLAY "NO DETAIL RECORD FOR " WS-FENTRY-ID
               NOT INVALID KEY
                   MOVE CD-CREDIT-LIMIT TO WS-BEFORE-LIMIT
                   MOVE CD-REP-CODE TO WS-BEFORE-REP
                   PERFORM GET-DETAIL-FIELDS
                   IF WS-REP-OK NOT = 'Y'
                       DISPLAY "CHANGE REJECTED FOR " WS-FENTRY-ID
                   ELSE
                       PERFORM CHECK-LIMIT-RAISE
                       PERFORM REWRITE-CHANGED-CUSTDTL
                   END-IF
           END-READ.

       REWRITE-CHANGED-CUSTDTL.
           MOVE WS-ADDR-1 TO CD-ADDR-1.
           MOVE WS-ADDR-2 TO CD-ADDR-2.
           MOVE WS-PHONE TO CD-PHONE.
           MOVE WS-CREDIT-LIMIT TO CD-CREDIT-LIMIT.
           MOVE WS-TAX-CODE TO CD-TAX-CODE.
           MOVE WS-REP-CODE TO CD-REP-CODE.
           REWRITE CUSTDTL-FILE
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " WS-FENTRY-ID
               NOT INVALID KEY
                   DISPLAY "CHANGED " WS-FENTRY-ID
                   MOVE 'C' TO WS-TRANS-CODE
                   PERFORM WRITE-AUDIT-RECORD
                   IF WS-HOLD-RAISE = 'Y'
                       PERFORM REQUEST-LIMIT-RAISE
                   END-IF
           END-REWRITE.

       DELETE-CUSTDTL.
           DISPLAY "ENTER FENTRY-ID TO DELETE: ".
           ACCEPT WS-FENTRY-ID.
                   DISPLAY "NO DETAIL RECORD FOR " WS-FENTRY-ID
               NOT INVALID KEY
                   MOVE CD-CREDIT-LIMIT TO WS-BEFORE-LIMIT
                   MOVE CD-REP-CODE TO WS-BEFORE-REP
                   DELETE CUSTDTL
                       INVALID KEY
                           DISPLAY "DELETE FAILED FOR "
                           DISPLAY "DELETED " WS-FENTRY-ID
                           MOVE 'D' TO WS-TRANS-CODE
                           MOVE ZERO TO WS-CREDIT-LIMIT
                           MOVE SPACES TO WS-REP-CODE
                           PERFORM WRITE-AUDIT-RECORD
                   END-DELETE
           END-READ.
                       DISPLAY WS-FENTRY-ID " IS ALREADY ON HOLD"
                   ELSE
                       MOVE CD-CREDIT-LIMIT TO WS-BEFORE-LIMIT
                       MOVE CD-REP-CODE TO WS-BEFORE-REP
                       MOVE CD-REP-CODE TO WS-REP-CODE
                       MOVE CD-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                       MOVE 'H' TO CD-HOLD-FLAG
                       REWRITE CUSTDTL-FILE
                   END-IF
           END-READ.

      * A RELEASE IS NEVER APPLIED BY THE SUPERVISOR WHO ASKS FOR
      * IT; IT WAITS IN THE QUEUE FOR A SECOND SUPERVISOR.
       RELEASE-CUSTDTL.
           DISPLAY "ENTER FENTRY-ID TO RELEASE FROM HOLD: ".
           ACCEPT WS-FENTRY-ID.
                       DISPLAY WS-FENTRY-ID " IS NOT ON HOLD"
                   ELSE
                       MOVE CD-CREDIT-LIMIT TO WS-BEFORE-LIMIT
                       MOVE CD-CREDIT-LIMIT TO WS-REQ-LIMIT
                       MOVE 'R' TO WS-REQ-TYPE
                       PERFORM WRITE-REQUEST
                   END-IF
           END-READ.

       REQUEST-LIMIT-RAISE.
           MOVE 'L' TO WS-REQ-TYPE.
           PERFORM WRITE-REQUEST.

      * ONE REQUEST OF EACH TYPE MAY BE PENDING FOR A CUSTOMER AT A
      * TIME. THE REQUEST IS AUDITED AS 'P' WITH THE LIMIT ASKED
      * FOR AS THE AFTER LIMIT.
       WRITE-REQUEST.
           PERFORM FIND-PENDING-REQUEST.
           IF WS-PENDING-NO NOT = ZERO
               DISPLAY "REQUEST " WS-PENDING-NO " FOR " WS-FENTRY-ID
                   " IS ALREADY AWAITING APPROVAL, NOTHING QUEUED"
           ELSE
               DISPLAY "ENTER REASON FOR THE REQUEST: "
               ACCEPT WS-REQ-NOTE
               MOVE 'N' TO WS-SP-FUNCTION
               MOVE "CRQ-NUMBER" TO WS-SP-PARM-NAME
               MOVE ZERO TO WS-SP-PARM-VALUE
               CALL "SYSPARM" USING WS-SP-PARMS
               IF WS-SP-RESULT NOT = 'Y'
                   DISPLAY "NO REQUEST NUMBER AVAILABLE (CRQ-NUMBER), "
                       "NOTHING QUEUED"
               ELSE
                   PERFORM WRITE-NEW-REQUEST
               END-IF
           END-IF.

       WRITE-NEW-REQUEST.
           MOVE WS-SP-PARM-VALUE TO CR-REQUEST-NO.
           MOVE WS-REQ-TYPE TO CR-TYPE.
           MOVE 'P' TO CR-STATUS.
           MOVE WS-FENTRY-ID TO CR-FENTRY-ID.
           MOVE WS-BEFORE-LIMIT TO CR-BEFORE-LIMIT.
           MOVE WS-REQ-LIMIT TO CR-NEW-LIMIT.
           MOVE WS-OPERATOR-ID TO CR-REQ-OPER.
           ACCEPT CR-REQ-DATE FROM DATE YYYYMMDD.
           ACCEPT CR-REQ-TIME FROM TIME.
           MOVE WS-REQ-NOTE TO CR-REQ-NOTE.
           MOVE SPACES TO CR-DEC-OPER.
           MOVE ZERO TO CR-DEC-DATE.
           MOVE ZERO TO CR-DEC-TIME.
           MOVE SPACES TO CR-DEC-NOTE.
           WRITE CREDREQ-RECORD
               INVALID KEY
                   DISPLAY "REQUEST " CR-REQUEST-NO
                       " ALREADY ON FILE, NOTHING QUEUED"
               NOT INVALID KEY
                   MOVE CR-REQUEST-NO TO WS-REQUEST-NO
                   IF CR-TYPE = 'L'
                       MOVE CR-NEW-LIMIT TO WS-SHOW-NEW
                       DISPLAY "LIMIT RAISE TO " WS-SHOW-NEW
                           " HELD FOR APPROVAL, REQUEST "
                           CR-REQUEST-NO
                   ELSE
                       DISPLAY "HOLD RELEASE FOR " WS-FENTRY-ID
                           " HELD FOR APPROVAL, REQUEST "
                           CR-REQUEST-NO
                   END-IF
                   MOVE 'P' TO WS-TRANS-CODE
                   MOVE CD-REP-CODE TO WS-BEFORE-REP
                   MOVE CD-REP-CODE TO WS-REP-CODE
                   MOVE WS-REQ-LIMIT TO WS-CREDIT-LIMIT
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       FIND-PENDING-REQUEST.
           MOVE ZERO TO WS-PENDING-NO.
           MOVE 'N' TO WS-CR-DONE.
           MOVE ZERO TO CR-REQUEST-NO.
           START CREDREQ KEY IS NOT LESS THAN CR-REQUEST-NO
               INVALID KEY MOVE 'Y' TO WS-CR-DONE
           END-START.
           PERFORM UNTIL WS-CR-DONE = 'Y'
               READ CREDREQ NEXT
                   AT END MOVE 'Y' TO WS-CR-DONE
                   NOT AT END
                       IF CR-STATUS = 'P'
                           AND CR-FENTRY-ID = WS-FENTRY-ID
                           AND CR-TYPE = WS-REQ-TYPE
                           MOVE CR-REQUEST-NO TO WS-PENDING-NO
                           MOVE 'Y' TO WS-CR-DONE
                       END-IF
               END-READ
           END-PERFORM.

      * THE QUEUE LISTS EVERY PENDING REQUEST, OLDEST FIRST, THEN
      * TAKES REQUEST NUMBERS TO DECIDE UNTIL ZERO IS KEYED.
       WORK-APPROVAL-QUEUE.
           PERFORM LIST-PENDING-REQUESTS.
           MOVE 'N' TO WS-CR-DONE.
           PERFORM UNTIL WS-CR-DONE = 'Y'
               DISPLAY "ENTER REQUEST NUMBER (0 TO RETURN): "
               ACCEPT WS-REQUEST-NO
               IF WS-REQUEST-NO = ZERO
                   MOVE 'Y' TO WS-CR-DONE
               ELSE
                   PERFORM DECIDE-ONE-REQUEST
                   MOVE ZERO TO WS-REQUEST-NO
               END-IF
           END-PERFORM.

       LIST-PENDING-REQUESTS.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-CR-DONE.
           MOVE ZERO TO CR-REQUEST-NO.
           START CREDREQ KEY IS NOT LESS THAN CR-REQUEST-NO
               INVALID KEY MOVE 'Y' TO WS-CR-DONE
           END-START.
           DISPLAY "REQUEST   TYPE    ID           FROM           TO"
               "  ASKED BY DATE".
           PERFORM UNTIL WS-CR-DONE = 'Y'
               READ CREDREQ NEXT
                   AT END MOVE 'Y' TO WS-CR-DONE
                   NOT AT END
                       IF CR-STATUS = 'P'
                           PERFORM LIST-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " REQUEST(S) AWAITING APPROVAL".

       LIST-ONE-REQUEST.
           ADD 1 TO WS-LIST-COUNT.
           MOVE CR-REQUEST-NO TO WS-LL-REQUEST-NO.
           IF CR-TYPE = 'L'
               MOVE "LIMIT" TO WS-LL-TYPE
           ELSE
               MOVE "RELEASE" TO WS-LL-TYPE
           END-IF.
           MOVE CR-FENTRY-ID TO WS-LL-ID.
           MOVE CR-BEFORE-LIMIT TO WS-LL-BEFORE.
           MOVE CR-NEW-LIMIT TO WS-LL-NEW.
           MOVE CR-REQ-OPER TO WS-LL-REQ-OPER.
           MOVE CR-REQ-DATE TO WS-LL-REQ-DATE.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT NOT LESS THAN 15
               DISPLAY "MORE? (Y/N): "
               ACCEPT WS-MORE
               IF WS-MORE NOT = 'Y'
                   MOVE 'Y' TO WS-CR-DONE
               END-IF
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

      * THE APPROVER MUST NOT BE THE OPERATOR WHO ASKED. THE
      * CUSTOMER'S CURRENT FIGURES ARE SHOWN, SINCE THE LIMIT MAY
      * HAVE MOVED SINCE THE REQUEST WAS MADE.
       DECIDE-ONE-REQUEST.
           MOVE 'Y' TO WS-REQ-OK.
           MOVE WS-REQUEST-NO TO CR-REQUEST-NO.
           READ CREDREQ
               KEY IS CR-REQUEST-NO
               INVALID KEY
                   DISPLAY "REQUEST " WS-REQUEST-NO " NOT FOUND"
                   MOVE 'N' TO WS-REQ-OK
           END-READ.
           IF WS-REQ-OK = 'Y' AND CR-STATUS NOT = 'P'
               DISPLAY "REQUEST " WS-REQUEST-NO
                   " HAS ALREADY BEEN DECIDED"
               MOVE 'N' TO WS-REQ-OK
           END-IF.
           IF WS-REQ-OK = 'Y' AND CR-REQ-OPER = WS-OPERATOR-ID
               DISPLAY "YOU ASKED FOR REQUEST " WS-REQUEST-NO
                   " - ANOTHER SUPERVISOR MUST DECIDE IT"
               MOVE 'N' TO WS-REQ-OK
           END-IF.
           IF WS-REQ-OK = 'Y'
               PERFORM SHOW-REQUEST
               IF WS-CAN-APPROVE = 'Y'
                   DISPLAY "A)PPROVE  R)EJECT  S)KIP: "
               ELSE
                   DISPLAY "R)EJECT  S)KIP: "
               END-IF
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN 'A'
                       IF WS-CAN-APPROVE = 'Y'
                           PERFORM APPROVE-REQUEST
                       ELSE
                           DISPLAY "REQUEST CANNOT BE APPROVED"
                       END-IF
                   WHEN 'R' PERFORM REJECT-REQUEST
                   WHEN OTHER DISPLAY "REQUEST LEFT PENDING"
               END-EVALUATE
           END-IF.

       SHOW-REQUEST.
           MOVE 'Y' TO WS-CAN-APPROVE.
           MOVE CR-FENTRY-ID TO WS-FENTRY-ID.
           MOVE CR-FENTRY-ID TO CD-FENTRY-ID.
           READ CUSTDTL
               INVALID KEY
                   DISPLAY "NO DETAIL RECORD FOR " WS-FENTRY-ID
                   MOVE 'N' TO WS-CAN-APPROVE
               NOT INVALID KEY
                   MOVE CD-CREDIT-LIMIT TO WS-SHOW-LIMIT
                   DISPLAY "CUSTOMER " WS-FENTRY-ID " LIMIT NOW "
                       WS-SHOW-LIMIT " HOLD FLAG '" CD-HOLD-FLAG "'"
           END-READ.
           IF CR-TYPE = 'L'
               MOVE CR-NEW-LIMIT TO WS-SHOW-NEW
               DISPLAY "REQUEST " CR-REQUEST-NO " RAISE LIMIT TO "
                   WS-SHOW-NEW
           ELSE
               DISPLAY "REQUEST " CR-REQUEST-NO
                   " RELEASE FROM CREDIT HOLD"
           END-IF.
           DISPLAY "ASKED BY " CR-REQ-OPER " ON " CR-REQ-DATE
               ": " CR-REQ-NOTE.
           IF WS-CAN-APPROVE = 'Y'
               AND CR-TYPE = 'R' AND CD-HOLD-FLAG NOT = 'H'
               DISPLAY "CUSTOMER IS NO LONGER ON HOLD"
               MOVE 'N' TO WS-CAN-APPROVE
           END-IF.

      * ONLY HERE DOES A HELD RAISE OR RELEASE REACH custdtl.txt.
      * THE AUDIT RECORD CARRIES BOTH OPERATOR IDS.
       APPROVE-REQUEST.
           MOVE CD-CREDIT-LIMIT TO WS-BEFORE-LIMIT.
           IF CR-TYPE = 'L'
               MOVE CR-NEW-LIMIT TO CD-CREDIT-LIMIT
               MOVE 'L' TO WS-TRANS-CODE
           ELSE
               MOVE SPACE TO CD-HOLD-FLAG
               MOVE 'R' TO WS-TRANS-CODE
           END-IF.
           REWRITE CUSTDTL-FILE
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " WS-FENTRY-ID
                       ", REQUEST LEFT PENDING"
               NOT INVALID KEY
                   MOVE 'A' TO CR-STATUS
                   MOVE SPACES TO CR-DEC-NOTE
                   PERFORM RECORD-DECISION
                   MOVE CD-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                   MOVE CD-REP-CODE TO WS-BEFORE-REP
                   MOVE CD-REP-CODE TO WS-REP-CODE
                   PERFORM WRITE-AUDIT-RECORD
                   IF CR-TYPE = 'L'
                       DISPLAY "LIMIT RAISED FOR " WS-FENTRY-ID
                   ELSE
                       DISPLAY WS-FENTRY-ID
                           " RELEASED FROM CREDIT HOLD"
                   END-IF
           END-REWRITE.

       REJECT-REQUEST.
           DISPLAY "ENTER REASON FOR REJECTING: ".
           ACCEPT WS-REQ-NOTE.
           IF WS-REQ-NOTE = SPACES
               DISPLAY "A REASON IS REQUIRED, REQUEST LEFT PENDING"
           ELSE
               MOVE 'J' TO CR-STATUS
               MOVE WS-REQ-NOTE TO CR-DEC-NOTE
               PERFORM RECORD-DECISION
               MOVE 'J' TO WS-TRANS-CODE
               MOVE CR-BEFORE-LIMIT TO WS-BEFORE-LIMIT
               MOVE CR-NEW-LIMIT TO WS-CREDIT-LIMIT
               MOVE SPACES TO WS-BEFORE-REP
               MOVE SPACES TO WS-REP-CODE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "REQUEST " CR-REQUEST-NO " REJECTED"
           END-IF.

       RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO CR-DEC-OPER.
           ACCEPT CR-DEC-DATE FROM DATE YYYYMMDD.
           ACCEPT CR-DEC-TIME FROM TIME.
           REWRITE CREDREQ-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO RECORD THE DECISION ON REQUEST "
                       CR-REQUEST-NO
           END-REWRITE.
