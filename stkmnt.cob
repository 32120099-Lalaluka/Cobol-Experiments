STKMNT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ITEMMST ASSIGN TO 'itemmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMST-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'stkmnt.aud'
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
           FD ITEMMST.
           COPY ITEMMST REPLACING CPY-IM-RECORD BY ITEMMST-FILE
                                  CPY-IM-ITEM-CODE BY IM-ITEM-CODE
                                  CPY-IM-DESC BY IM-DESC
                                  CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
                                  CPY-IM-ACTIVE BY IM-ACTIVE
                                  CPY-IM-ON-HAND BY IM-ON-HAND
                                CPY-IM-REORDER-PT BY IM-REORDER-PT.
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
               05 AUD-ITEM-CODE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-ON-HAND PIC 9(7).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-ON-HAND PIC 9(7).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-QTY PIC S9(7) SIGN LEADING SEPARATE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-REFERENCE PIC X(20).
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
           01 WS-ITEMMST-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-OPERSEC-STATUS PIC X(2).
           01 WS-SIGNON-STATUS PIC X(2).
           01 WS-DONE PIC A(1) VALUE 'N'.
           01 WS-TRANS-CODE PIC X(1).
           01 WS-ITEM-CODE PIC X(8).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-PASSWORD PIC X(8).
           01 WS-OPER-AUTHORITY PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1) VALUE 'N'.
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-REASON PIC X(20).
           01 WS-QTY PIC 9(7).
           01 WS-COUNTED PIC 9(7).
           01 WS-REFERENCE PIC X(20).
           01 WS-BEFORE-ON-HAND PIC 9(7).
           01 WS-MOVEMENT PIC S9(7).
           01 WS-CONFIRM PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ITEMMST.
           IF WS-ITEMMST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN itemmst.txt, STATUS "
                   WS-ITEMMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "R)ECEIPT  A)DJUST TO COUNT  L)OOKUP  X)IT: "
               ACCEPT WS-TRANS-CODE
               EVALUATE WS-TRANS-CODE
                   WHEN 'R' PERFORM RECEIVE-STOCK
                   WHEN 'A'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "COUNT ADJUSTMENT REQUIRES "
                               "SUPERVISOR AUTHORITY"
                       ELSE
                           PERFORM ADJUST-TO-COUNT
                       END-IF
                   WHEN 'L' PERFORM LOOKUP-ITEM
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE ITEMMST.
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
           MOVE "STKMNT" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

      * THE QUANTITY IS THE SIGNED MOVEMENT POSTED: POSITIVE FOR A
      * RECEIPT OR A COUNT ABOVE THE BOOK FIGURE, NEGATIVE FOR A
      * COUNT BELOW IT.
       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-TRANS-CODE TO AUD-TRANS-CODE.
           MOVE WS-ITEM-CODE TO AUD-ITEM-CODE.
           MOVE WS-BEFORE-ON-HAND TO AUD-BEFORE-ON-HAND.
           MOVE IM-ON-HAND TO AUD-AFTER-ON-HAND.
           MOVE WS-MOVEMENT TO AUD-QTY.
           MOVE WS-REFERENCE TO AUD-REFERENCE.
           WRITE AUDIT-RECORD.

       READ-ITEM.
           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-ITEM-CODE.
           MOVE WS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEMMST
               INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-CODE " NOT FOUND"
                   MOVE SPACES TO WS-ITEM-CODE
               NOT INVALID KEY
                   DISPLAY "ITEM: " IM-ITEM-CODE " " IM-DESC
                   DISPLAY "ON HAND: " IM-ON-HAND
                       "  REORDER POINT: " IM-REORDER-PT
                   IF IM-ACTIVE = 'I'
                       DISPLAY "NOTE - ITEM IS INACTIVE"
                   END-IF
                   IF IM-REORDER-PT = ZERO
                       DISPLAY "NOTE - NOT STOCK-CONTROLLED (NO "
                           "REORDER POINT), BILLING DOES NOT CHECK "
                           "OR MOVE ITS ON-HAND"
                   END-IF
           END-READ.

       LOOKUP-ITEM.
           PERFORM READ-ITEM.

      * GOODS ARRIVING ARE ADDED TO ON-HAND. THE REFERENCE IS THE
      * PURCHASE ORDER OR DELIVERY NOTE THE GOODS CAME IN ON.
       RECEIVE-STOCK.
           PERFORM READ-ITEM.
           IF WS-ITEM-CODE NOT = SPACES
               DISPLAY "ENTER QUANTITY RECEIVED: "
               ACCEPT WS-QTY
               DISPLAY "ENTER REFERENCE (PO / DELIVERY NOTE): "
               ACCEPT WS-REFERENCE
               IF WS-QTY = ZERO
                   DISPLAY "QUANTITY IS REQUIRED, NOT POSTED"
               ELSE
                   IF IM-ON-HAND + WS-QTY GREATER THAN 9999999
                       DISPLAY "ON-HAND WOULD OVERFLOW, NOT POSTED"
                   ELSE
                       MOVE IM-ON-HAND TO WS-BEFORE-ON-HAND
                       MOVE WS-QTY TO WS-MOVEMENT
                       ADD WS-QTY TO IM-ON-HAND
                       PERFORM REWRITE-STOCK
                   END-IF
               END-IF
           END-IF.

      * A CYCLE COUNT REPLACES THE BOOK FIGURE WITH WHAT IS ON THE
      * SHELF. THE DIFFERENCE IS SHOWN AND MUST BE CONFIRMED, AND
      * THE REFERENCE SHOULD SAY WHY (COUNT SHEET, DAMAGE, ETC.).
       ADJUST-TO-COUNT.
           PERFORM READ-ITEM.
           IF WS-ITEM-CODE NOT = SPACES
               DISPLAY "ENTER COUNTED QUANTITY: "
               ACCEPT WS-COUNTED
               DISPLAY "ENTER REFERENCE (COUNT SHEET / REASON): "
               ACCEPT WS-REFERENCE
               MOVE IM-ON-HAND TO WS-BEFORE-ON-HAND
               COMPUTE WS-MOVEMENT = WS-COUNTED - IM-ON-HAND
               IF WS-MOVEMENT = ZERO
                   DISPLAY "COUNT AGREES WITH ON-HAND, NOTHING POSTED"
               ELSE
                   DISPLAY "ADJUSTMENT OF " WS-MOVEMENT
                       " - CONFIRM (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       MOVE WS-COUNTED TO IM-ON-HAND
                       PERFORM REWRITE-STOCK
                   ELSE
                       DISPLAY "ADJUSTMENT CANCELLED"
                   END-IF
               END-IF
           END-IF.

       REWRITE-STOCK.
           REWRITE ITEMMST-FILE
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " WS-ITEM-CODE
               NOT INVALID KEY
                   DISPLAY "POSTED " WS-ITEM-CODE
                       " NEW ON HAND " IM-ON-HAND
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.
