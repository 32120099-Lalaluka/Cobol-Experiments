PRICMN
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PRICETBL ASSIGN TO 'pricetbl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PRICETBL-STATUS.
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
               SELECT AUDIT-FILE ASSIGN TO 'pricmnt.aud'
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
           FD PRICETBL.
           COPY PRICETB REPLACING CPY-PT-RECORD BY PRICETBL-FILE
                                  CPY-PT-KEY BY PT-KEY
                                  CPY-PT-TYPE BY PT-TYPE
                                  CPY-PT-FENTRY-ID BY PT-FENTRY-ID
                                  CPY-PT-ITEM-CODE BY PT-ITEM-CODE
                                  CPY-PT-FROM BY PT-FROM
                                  CPY-PT-END-DATE BY PT-END-DATE
                                CPY-PT-UNIT-PRICE BY PT-UNIT-PRICE.
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
               05 AUD-TYPE PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-FENTRY-ID PIC 9(5).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-ITEM-CODE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-FROM PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-END PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-END PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-PRICE PIC 9(7).99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-PRICE PIC 9(7).99.
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
           01 WS-PRICETBL-STATUS PIC X(2).
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
           01 WS-PRICE-TYPE PIC X(1).
           01 WS-FENTRY-ID PIC 9(5).
           01 WS-ITEM-CODE PIC X(8).
           01 WS-FROM PIC 9(8).
           01 WS-END-DATE PIC 9(8).
           01 WS-UNIT-PRICE PIC 9(7)V99.
           01 WS-BEFORE-END PIC 9(8).
           01 WS-BEFORE-PRICE PIC 9(7)V99.
           01 WS-KEY-OK PIC A(1).
           01 WS-FIELDS-OK PIC A(1).
           01 WS-SHOW-PRICE PIC ZZZZZZ9.99.
           01 WS-PT-DONE PIC A(1).
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
               05 WS-LL-TYPE PIC X(1).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-ID PIC X(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-ITEM PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-FROM PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-END PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-PRICE PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PRICETBL.
           IF WS-PRICETBL-STATUS = '35'
               OPEN OUTPUT PRICETBL
               CLOSE PRICETBL
               OPEN I-O PRICETBL
           END-IF.
           IF WS-PRICETBL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN pricetbl.txt, STATUS "
                   WS-PRICETBL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEMMST.
           IF WS-ITEMMST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN itemmst.txt, STATUS "
                   WS-ITEMMST-STATUS
               CLOSE PRICETBL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FENTRY.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN input.txt, STATUS "
                   WS-FILE-STATUS
               CLOSE ITEMMST
               CLOSE PRICETBL
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
                   WHEN 'L' PERFORM LIST-PRICES
                   WHEN 'A' PERFORM ADD-PRICE
                   WHEN 'C' PERFORM CHANGE-PRICE
                   WHEN 'D'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "DELETE REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM DELETE-PRICE
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE FENTRY.
           CLOSE ITEMMST.
           CLOSE PRICETBL.
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
           MOVE "PRICMNT" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-TRANS-CODE TO AUD-TRANS-CODE.
           MOVE WS-PRICE-TYPE TO AUD-TYPE.
           MOVE WS-FENTRY-ID TO AUD-FENTRY-ID.
           MOVE WS-ITEM-CODE TO AUD-ITEM-CODE.
           MOVE WS-FROM TO AUD-FROM.
           MOVE WS-BEFORE-END TO AUD-BEFORE-END.
           MOVE WS-END-DATE TO AUD-AFTER-END.
           MOVE WS-BEFORE-PRICE TO AUD-BEFORE-PRICE.
           MOVE WS-UNIT-PRICE TO AUD-AFTER-PRICE.
           WRITE AUDIT-RECORD.

      * EVERY TABLE ENTRY, OR ONLY THOSE FOR ONE ITEM, 15 TO A
      * SCREEN. CONTRACTS LIST BY CUSTOMER, THEN THE QUANTITY
      * TIERS BY ITEM.
       LIST-PRICES.
           DISPLAY "ENTER ITEM CODE (BLANK FOR ALL): ".
           ACCEPT WS-ITEM-CODE.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-PT-DONE.
           MOVE LOW-VALUES TO PT-KEY.
           START PRICETBL KEY IS NOT LESS THAN PT-KEY
               INVALID KEY MOVE 'Y' TO WS-PT-DONE
           END-START.
           DISPLAY "T  ID     ITEM      FROM      END            "
               "PRICE".
           PERFORM UNTIL WS-PT-DONE = 'Y'
               READ PRICETBL NEXT
                   AT END MOVE 'Y' TO WS-PT-DONE
                   NOT AT END
                       IF WS-ITEM-CODE = SPACES
                           OR PT-ITEM-CODE = WS-ITEM-CODE
                           PERFORM LIST-ONE-PRICE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " PRICE TABLE ENTRY(S)".

       LIST-ONE-PRICE.
           ADD 1 TO WS-LIST-COUNT.
           MOVE PT-TYPE TO WS-LL-TYPE.
           MOVE PT-ITEM-CODE TO WS-LL-ITEM.
           MOVE PT-UNIT-PRICE TO WS-LL-PRICE.
           IF PT-TYPE = 'C'
               MOVE PT-FENTRY-ID TO WS-LL-ID
               MOVE PT-FROM TO WS-LL-FROM
               IF PT-END-DATE = 99999999
                   MOVE "OPEN" TO WS-LL-END
               ELSE
                   MOVE PT-END-DATE TO WS-LL-END
               END-IF
           ELSE
               MOVE "ALL" TO WS-LL-ID
               MOVE PT-FROM (4:5) TO WS-LL-FROM
               MOVE SPACES TO WS-LL-END
           END-IF.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT NOT LESS THAN 15
               DISPLAY "MORE? (Y/N): "
               ACCEPT WS-MORE
               IF WS-MORE NOT = 'Y'
                   MOVE 'Y' TO WS-PT-DONE
               END-IF
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

      * PROMPTS FOR THE FOUR KEY FIELDS. A CONTRACT NAMES A
      * CUSTOMER AND THE DATE IT STARTS; A QUANTITY TIER NAMES THE
      * LEAST QUANTITY IT APPLIES TO AND HAS NO CUSTOMER.
       GET-PRICE-KEY.
           MOVE 'Y' TO WS-KEY-OK.
           MOVE ZERO TO WS-FENTRY-ID.
           MOVE ZERO TO WS-FROM.
           DISPLAY "C)ONTRACT OR Q)UANTITY BREAK: ".
           ACCEPT WS-PRICE-TYPE.
           EVALUATE WS-PRICE-TYPE
               WHEN 'C'
                   DISPLAY "ENTER CUSTOMER FENTRY-ID: "
                   ACCEPT WS-FENTRY-ID
                   DISPLAY "ENTER ITEM CODE: "
                   ACCEPT WS-ITEM-CODE
                   DISPLAY "ENTER START DATE (YYYYMMDD): "
                   ACCEPT WS-FROM
                   MOVE 'V' TO WS-DC-FUNCTION
                   MOVE WS-FROM TO WS-DC-DATE-1
                   CALL "DATECALC" USING WS-DC-PARMS
                   IF WS-DC-RESULT NOT = 'Y'
                       DISPLAY WS-FROM
                           " IS NOT A VALID CALENDAR DATE"
                       MOVE 'N' TO WS-KEY-OK
                   END-IF
               WHEN 'Q'
                   DISPLAY "ENTER ITEM CODE: "
                   ACCEPT WS-ITEM-CODE
                   DISPLAY "ENTER LEAST QUANTITY FOR THIS TIER: "
                   ACCEPT WS-FROM
                   IF WS-FROM = ZERO
                       DISPLAY "TIER QUANTITY MUST BE AT LEAST 1"
                       MOVE 'N' TO WS-KEY-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "PRICE TYPE MUST BE C OR Q"
                   MOVE 'N' TO WS-KEY-OK
           END-EVALUATE.
           MOVE WS-PRICE-TYPE TO PT-TYPE.
           MOVE WS-FENTRY-ID TO PT-FENTRY-ID.
           MOVE WS-ITEM-CODE TO PT-ITEM-CODE.
           MOVE WS-FROM TO PT-FROM.

      * A NEW ENTRY MUST BE FOR AN ACTIVE ITEM AND, FOR A CONTRACT,
      * AN ACTIVE CUSTOMER.
       CHECK-NEW-KEY.
           MOVE WS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEMMST
               INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-CODE " NOT ON ITEM MASTER"
                   MOVE 'N' TO WS-KEY-OK
               NOT INVALID KEY
                   IF IM-ACTIVE = 'I'
                       DISPLAY "ITEM " WS-ITEM-CODE " IS INACTIVE"
                       MOVE 'N' TO WS-KEY-OK
                   ELSE
                       MOVE IM-UNIT-PRICE TO WS-SHOW-PRICE
                       DISPLAY IM-DESC " LIST PRICE " WS-SHOW-PRICE
                   END-IF
           END-READ.
           IF WS-KEY-OK = 'Y' AND WS-PRICE-TYPE = 'C'
               MOVE WS-FENTRY-ID TO FENTRY-ID
               READ FENTRY
                   INVALID KEY
                       DISPLAY "CUSTOMER " WS-FENTRY-ID
                           " NOT ON MASTER"
                       MOVE 'N' TO WS-KEY-OK
                   NOT INVALID KEY
                       IF FENTRY-STATUS = 'I'
                           DISPLAY "CUSTOMER " WS-FENTRY-ID
                               " IS INACTIVE"
                           MOVE 'N' TO WS-KEY-OK
                       ELSE
                           DISPLAY "CUSTOMER " NAME
                       END-IF
               END-READ
           END-IF.

      * A CONTRACT'S END DATE OF ZERO LEAVES IT OPEN ENDED.
       GET-PRICE-FIELDS.
           MOVE 'Y' TO WS-FIELDS-OK.
           MOVE ZERO TO WS-END-DATE.
           IF WS-PRICE-TYPE = 'C'
               DISPLAY "ENTER END DATE (YYYYMMDD, 0 = OPEN ENDED): "
               ACCEPT WS-END-DATE
               IF WS-END-DATE = ZERO
                   MOVE 99999999 TO WS-END-DATE
               ELSE
                   MOVE 'V' TO WS-DC-FUNCTION
                   MOVE WS-END-DATE TO WS-DC-DATE-1
                   CALL "DATECALC" USING WS-DC-PARMS
                   IF WS-DC-RESULT NOT = 'Y'
                       DISPLAY WS-END-DATE
                           " IS NOT A VALID CALENDAR DATE"
                       MOVE 'N' TO WS-FIELDS-OK
                   ELSE
                       IF WS-END-DATE LESS THAN WS-FROM
                           DISPLAY "END DATE IS BEFORE START DATE"
                           MOVE 'N' TO WS-FIELDS-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ENTER UNIT PRICE (DIGITS, PENNIES LAST): ".
           ACCEPT WS-UNIT-PRICE.
           IF WS-UNIT-PRICE = ZERO
               DISPLAY "UNIT PRICE MUST NOT BE ZERO"
               MOVE 'N' TO WS-FIELDS-OK
           END-IF.

       ADD-PRICE.
           PERFORM GET-PRICE-KEY.
           IF WS-KEY-OK = 'Y'
               PERFORM CHECK-NEW-KEY
           END-IF.
           IF WS-KEY-OK = 'Y'
               PERFORM GET-PRICE-FIELDS
               IF WS-FIELDS-OK = 'Y'
                   MOVE WS-END-DATE TO PT-END-DATE
                   MOVE WS-UNIT-PRICE TO PT-UNIT-PRICE
                   WRITE PRICETBL-FILE
                       INVALID KEY
                           DISPLAY "PRICE ENTRY ALREADY EXISTS"
                       NOT INVALID KEY
                           DISPLAY "ADDED " WS-PRICE-TYPE " "
                               WS-ITEM-CODE
                           MOVE 'A' TO WS-TRANS-CODE
                           MOVE ZERO TO WS-BEFORE-END
                           MOVE ZERO TO WS-BEFORE-PRICE
                           PERFORM WRITE-AUDIT-RECORD
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-PRICE.
           PERFORM GET-PRICE-KEY.
           IF WS-KEY-OK = 'Y'
               READ PRICETBL
                   INVALID KEY
                       DISPLAY "PRICE ENTRY NOT FOUND"
                   NOT INVALID KEY
                       PERFORM CHANGE-ONE-PRICE
               END-READ
           END-IF.

       CHANGE-ONE-PRICE.
           MOVE PT-END-DATE TO WS-BEFORE-END.
           MOVE PT-UNIT-PRICE TO WS-BEFORE-PRICE.
           MOVE PT-UNIT-PRICE TO WS-SHOW-PRICE.
           DISPLAY "CURRENT PRICE " WS-SHOW-PRICE.
           IF PT-TYPE = 'C'
               DISPLAY "CURRENT END DATE " PT-END-DATE
           END-IF.
           PERFORM GET-PRICE-FIELDS.
           IF WS-FIELDS-OK = 'Y'
               MOVE WS-END-DATE TO PT-END-DATE
               MOVE WS-UNIT-PRICE TO PT-UNIT-PRICE
               REWRITE PRICETBL-FILE
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR " WS-ITEM-CODE
                   NOT INVALID KEY
                       DISPLAY "CHANGED " WS-PRICE-TYPE " "
                           WS-ITEM-CODE
                       MOVE 'C' TO WS-TRANS-CODE
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

       DELETE-PRICE.
           PERFORM GET-PRICE-KEY.
           IF WS-KEY-OK = 'Y'
               READ PRICETBL
                   INVALID KEY
                       DISPLAY "PRICE ENTRY NOT FOUND"
                   NOT INVALID KEY
                       MOVE PT-END-DATE TO WS-BEFORE-END
                       MOVE PT-UNIT-PRICE TO WS-BEFORE-PRICE
                       DELETE PRICETBL RECORD
                           INVALID KEY
                               DISPLAY "DELETE FAILED FOR "
                                   WS-ITEM-CODE
                           NOT INVALID KEY
                               DISPLAY "DELETED " WS-PRICE-TYPE " "
                                   WS-ITEM-CODE
                               MOVE 'D' TO WS-TRANS-CODE
                               MOVE ZERO TO WS-END-DATE
                               MOVE ZERO TO WS-UNIT-PRICE
                               PERFORM WRITE-AUDIT-RECORD
                       END-DELETE
               END-READ
           END-IF.
