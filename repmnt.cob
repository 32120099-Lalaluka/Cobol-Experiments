REPMNT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REPMST ASSIGN TO 'repmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REP-CODE
               FILE STATUS IS WS-REPMST-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'repmnt.aud'
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
           FD REPMST.
           COPY REPMST REPLACING CPY-RM-RECORD BY REPMST-FILE
                                 CPY-RM-REP-CODE BY RM-REP-CODE
                                 CPY-RM-NAME BY RM-NAME
                                 CPY-RM-COMM-RATE BY RM-COMM-RATE
                                 CPY-RM-STATUS BY RM-STATUS.
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
               05 AUD-REP-CODE PIC X(4).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-RATE PIC 99.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-RATE PIC 99.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-BEFORE-STATUS PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-STATUS PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-NAME PIC X(25).
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
           01 WS-REPMST-STATUS PIC X(2).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-OPERSEC-STATUS PIC X(2).
           01 WS-SIGNON-STATUS PIC X(2).
           01 WS-DONE PIC A(1) VALUE 'N'.
           01 WS-TRANS-CODE PIC X(1).
           01 WS-REP-CODE PIC X(4).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-PASSWORD PIC X(8).
           01 WS-OPER-AUTHORITY PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1) VALUE 'N'.
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-REASON PIC X(20).
           01 WS-NAME PIC X(25).
           01 WS-RATE PIC 9(2)V99.
           01 WS-BEFORE-RATE PIC 9(2)V99.
           01 WS-BEFORE-STATUS PIC X(1).
           01 WS-REP-DONE PIC A(1).
           01 WS-LINE-COUNT PIC 9(2).
           01 WS-LIST-COUNT PIC 9(5).
           01 WS-MORE PIC X(1).
           01 WS-LIST-LINE.
               05 WS-LL-REP-CODE PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-NAME PIC X(25).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-RATE PIC Z9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LL-STATUS PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REPMST.
           IF WS-REPMST-STATUS = '35'
               OPEN OUTPUT REPMST
               CLOSE REPMST
               OPEN I-O REPMST
           END-IF.
           IF WS-REPMST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN repmst.txt, STATUS "
                   WS-REPMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               DISPLAY "L)IST  A)DD  C)HANGE  I)NACTIVATE  X)IT: "
               ACCEPT WS-TRANS-CODE
               EVALUATE WS-TRANS-CODE
                   WHEN 'L' PERFORM LIST-REPS
                   WHEN 'A'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "ADD REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM ADD-REP
                       END-IF
                   WHEN 'C' PERFORM CHANGE-REP
                   WHEN 'I'
                       IF WS-OPER-AUTHORITY LESS THAN 2
                           DISPLAY "INACTIVATE REQUIRES SUPERVISOR "
                               "AUTHORITY"
                       ELSE
                           PERFORM INACTIVATE-REP
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE REPMST.
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
           MOVE "REPMNT" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-TRANS-CODE TO AUD-TRANS-CODE.
           MOVE WS-REP-CODE TO AUD-REP-CODE.
           MOVE WS-BEFORE-RATE TO AUD-BEFORE-RATE.
           MOVE RM-COMM-RATE TO AUD-AFTER-RATE.
           MOVE WS-BEFORE-STATUS TO AUD-BEFORE-STATUS.
           MOVE RM-STATUS TO AUD-AFTER-STATUS.
           MOVE RM-NAME TO AUD-NAME.
           WRITE AUDIT-RECORD.

       LIST-REPS.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-REP-DONE.
           MOVE LOW-VALUES TO RM-REP-CODE.
           START REPMST KEY IS NOT LESS THAN RM-REP-CODE
               INVALID KEY MOVE 'Y' TO WS-REP-DONE
           END-START.
           DISPLAY "REP   NAME                       RATE   STATUS".
           PERFORM UNTIL WS-REP-DONE = 'Y'
               READ REPMST NEXT
                   AT END MOVE 'Y' TO WS-REP-DONE
                   NOT AT END PERFORM LIST-ONE-REP
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " REP(S) ON FILE".

       LIST-ONE-REP.
           ADD 1 TO WS-LIST-COUNT.
           MOVE RM-REP-CODE TO WS-LL-REP-CODE.
           MOVE RM-NAME TO WS-LL-NAME.
           MOVE RM-COMM-RATE TO WS-LL-RATE.
           IF RM-STATUS = 'I'
               MOVE "INACTIVE" TO WS-LL-STATUS
           ELSE
               MOVE "ACTIVE" TO WS-LL-STATUS
           END-IF.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT NOT LESS THAN 15
               DISPLAY "MORE? (Y/N): "
               ACCEPT WS-MORE
               IF WS-MORE NOT = 'Y'
                   MOVE 'Y' TO WS-REP-DONE
               END-IF
               MOVE ZERO TO WS-LINE-COUNT
           END-IF.

       GET-REP-FIELDS.
           DISPLAY "ENTER REP NAME: ".
           ACCEPT WS-NAME.
           DISPLAY "ENTER COMMISSION RATE (4 DIGITS, E.G. 0550 = "
               "5.50 PCT): ".
           ACCEPT WS-RATE.

       ADD-REP.
           DISPLAY "ENTER REP CODE: ".
           ACCEPT WS-REP-CODE.
           IF WS-REP-CODE = SPACES
               DISPLAY "REP CODE IS REQUIRED"
           ELSE
               PERFORM GET-REP-FIELDS
               MOVE WS-REP-CODE TO RM-REP-CODE
               MOVE WS-NAME TO RM-NAME
               MOVE WS-RATE TO RM-COMM-RATE
               MOVE 'A' TO RM-STATUS
               WRITE REPMST-FILE
                   INVALID KEY
                       DISPLAY "REP " WS-REP-CODE " ALREADY EXISTS"
                   NOT INVALID KEY
                       DISPLAY "ADDED " WS-REP-CODE
                       MOVE 'A' TO WS-TRANS-CODE
                       MOVE ZERO TO WS-BEFORE-RATE
                       MOVE SPACE TO WS-BEFORE-STATUS
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
           END-IF.

      * A NAME CHANGE IS OPEN TO ANY OPERATOR; A CHANGE OF RATE
      * ALTERS WHAT PAYROLL PAYS, SO IT NEEDS SUPERVISOR AUTHORITY.
      * CHANGING AN INACTIVE REP MAKES IT ACTIVE AGAIN.
       CHANGE-REP.
           DISPLAY "ENTER REP CODE TO CHANGE: ".
           ACCEPT WS-REP-CODE.
           MOVE WS-REP-CODE TO RM-REP-CODE.
           READ REPMST
               INVALID KEY
                   DISPLAY "REP " WS-REP-CODE " NOT FOUND"
               NOT INVALID KEY
                   MOVE RM-COMM-RATE TO WS-BEFORE-RATE
                   MOVE RM-STATUS TO WS-BEFORE-STATUS
                   DISPLAY "CURRENT: " RM-NAME " RATE "
                       RM-COMM-RATE " STATUS " RM-STATUS
                   PERFORM GET-REP-FIELDS
                   IF WS-RATE NOT = WS-BEFORE-RATE
                       AND WS-OPER-AUTHORITY LESS THAN 2
                       DISPLAY "RATE CHANGE REQUIRES SUPERVISOR "
                           "AUTHORITY, NOT CHANGED"
                   ELSE
                       PERFORM REWRITE-CHANGED-REP
                   END-IF
           END-READ.

       REWRITE-CHANGED-REP.
           MOVE WS-NAME TO RM-NAME.
           MOVE WS-RATE TO RM-COMM-RATE.
           MOVE 'A' TO RM-STATUS.
           REWRITE REPMST-FILE
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " WS-REP-CODE
               NOT INVALID KEY
                   DISPLAY "CHANGED " WS-REP-CODE
                   MOVE 'C' TO WS-TRANS-CODE
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

      * REPS ARE NEVER DELETED: CUSTOMERS AND COMMISSION HISTORY
      * STILL NAME THEM. AN INACTIVE REP CANNOT BE GIVEN NEW
      * CUSTOMERS IN CUSTMNT.
       INACTIVATE-REP.
           DISPLAY "ENTER REP CODE TO INACTIVATE: ".
           ACCEPT WS-REP-CODE.
           MOVE WS-REP-CODE TO RM-REP-CODE.
           READ REPMST
               INVALID KEY
                   DISPLAY "REP " WS-REP-CODE " NOT FOUND"
               NOT INVALID KEY
                   IF RM-STATUS = 'I'
                       DISPLAY "REP " WS-REP-CODE
                           " IS ALREADY INACTIVE"
                   ELSE
                       MOVE RM-COMM-RATE TO WS-BEFORE-RATE
                       MOVE RM-STATUS TO WS-BEFORE-STATUS
                       MOVE 'I' TO RM-STATUS
                       REWRITE REPMST-FILE
                           INVALID KEY
                               DISPLAY "REWRITE FAILED FOR "
                                   WS-REP-CODE
                           NOT INVALID KEY
                               DISPLAY "INACTIVATED " WS-REP-CODE
                               MOVE 'I' TO WS-TRANS-CODE
                               PERFORM WRITE-AUDIT-RECORD
                       END-REWRITE
                   END-IF
           END-READ.
