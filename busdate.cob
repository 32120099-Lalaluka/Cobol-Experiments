BUSDAT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RUNCTL-FILE ASSIGN TO 'runctl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.
               SELECT AUDIT-FILE ASSIGN TO 'busdate.aud'
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
           FD RUNCTL-FILE.
           COPY RUNCTLR REPLACING CPY-RUN-RECORD BY RUN-RECORD
                                  CPY-RUN-DATE BY RUN-DATE
                                  CPY-RUN-STATUS BY RUN-STATUS
                                  CPY-RUN-STEP-ENTRY BY RUN-STEP-ENTRY
                                  CPY-RUN-STEP-NAME BY RUN-STEP-NAME
                                  CPY-RUN-STEP-START BY RUN-STEP-START
                                  CPY-RUN-STEP-END BY RUN-STEP-END
                                  CPY-RUN-STEP-CC BY RUN-STEP-CC
                                  CPY-RUN-BUS-RECORD BY RUN-BUS-RECORD
                                  CPY-RUN-BUS-KEY BY RUN-BUS-KEY
                                  CPY-RUN-BUS-TYPE BY RUN-BUS-TYPE
                                  CPY-RUN-BUS-DATE BY RUN-BUS-DATE
                                CPY-RUN-BUS-SKIP-OK BY RUN-BUS-SKIP-OK
                                 CPY-RUN-BUS-SET-BY BY RUN-BUS-SET-BY
                             CPY-RUN-BUS-SET-DATE BY RUN-BUS-SET-DATE
                             CPY-RUN-BUS-SET-TIME BY RUN-BUS-SET-TIME.
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
               05 AUD-BEFORE-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 AUD-AFTER-DATE PIC 9(8).
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
           01 WS-RUNCTL-STATUS PIC X(2).
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
           01 WS-BUS-SET PIC A(1) VALUE 'N'.
           01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
           01 WS-NEW-DATE PIC 9(8).
           01 WS-RUN-STATE PIC X(12).
           01 WS-CONFIRM PIC X(1).
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY WS-RC-PARMS
                                  CPY-RCP-FUNCTION BY WS-RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY WS-RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY WS-RC-COND-CODE
                                  CPY-RCP-RESULT BY WS-RC-RESULT
                                  CPY-RCP-BUS-DATE BY WS-RC-BUS-DATE.

       PROCEDURE DIVISION.
      * OPERATIONS SET THE BUSINESS DATE HERE BEFORE THE FIRST
      * NIGHT'S STREAM AND ROLL IT FORWARD BEFORE EACH ONE AFTER.
      * RUNCTL DOES THE CHECKING; THIS PROGRAM ONLY ASKS FOR THE
      * CONFIRMATION RUNCTL WANTS WHEN A DAY IS SKIPPED OR REPEATED.
       MAIN-PARA.
           PERFORM SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED, SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPER-AUTHORITY LESS THAN 2
               DISPLAY "SETTING THE BUSINESS DATE REQUIRES "
                   "SUPERVISOR AUTHORITY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
               PERFORM SHOW-BUSINESS-DATE
               DISPLAY "S)ET DATE  R)OLL TO NEXT DAY  X)IT: "
               ACCEPT WS-TRANS-CODE
               EVALUATE WS-TRANS-CODE
                   WHEN 'S' PERFORM SET-BUSINESS-DATE
                   WHEN 'R' PERFORM ROLL-BUSINESS-DATE
                   WHEN 'X' MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "INVALID TRANSACTION CODE"
               END-EVALUATE
           END-PERFORM.
           CLOSE AUDIT-FILE.
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
           MOVE "BUSDATE" TO SL-PROGRAM.
           MOVE WS-SIGNON-REASON TO SL-REASON.
           WRITE SIGNLOG-RECORD.
           CLOSE SIGNON-LOG.

      * runctl.txt IS ONLY HELD OPEN WHILE THE DATE IS SHOWN - RUNCTL
      * OPENS IT I-O ITSELF WHEN THE DATE IS CHANGED.
       SHOW-BUSINESS-DATE.
           MOVE 'N' TO WS-BUS-SET.
           MOVE ZERO TO WS-BUS-DATE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "NO BUSINESS DATE IS SET (runctl.txt STATUS "
                   WS-RUNCTL-STATUS ")"
           ELSE
               MOVE ZERO TO RUN-DATE
               READ RUNCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUN-BUS-TYPE = 'B'
                           MOVE 'Y' TO WS-BUS-SET
                           MOVE RUN-BUS-DATE TO WS-BUS-DATE
                           DISPLAY "BUSINESS DATE " RUN-BUS-DATE
                               " SET BY " RUN-BUS-SET-BY
                               " ON " RUN-BUS-SET-DATE
                       END-IF
               END-READ
               IF WS-BUS-SET = 'Y'
                   PERFORM SHOW-RUN-STATE
               ELSE
                   DISPLAY "NO BUSINESS DATE IS SET"
               END-IF
               CLOSE RUNCTL-FILE
           END-IF.

       SHOW-RUN-STATE.
           MOVE WS-BUS-DATE TO RUN-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE "NOT STARTED" TO WS-RUN-STATE
               NOT INVALID KEY
                   EVALUATE RUN-STATUS
                       WHEN 'C'
                           MOVE "COMPLETE" TO WS-RUN-STATE
                       WHEN 'P'
                           MOVE "COMP-RESTART" TO WS-RUN-STATE
                       WHEN 'R'
                           MOVE "RESTARTING" TO WS-RUN-STATE
                       WHEN OTHER
                           MOVE "IN FLIGHT" TO WS-RUN-STATE
                   END-EVALUATE
           END-READ.
           DISPLAY "RUN OF " WS-BUS-DATE " IS " WS-RUN-STATE.

       SET-BUSINESS-DATE.
           DISPLAY "ENTER NEW BUSINESS DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-DATE.
           IF WS-NEW-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = ZERO
               DISPLAY "INVALID DATE"
           ELSE
               PERFORM CHANGE-BUSINESS-DATE
           END-IF.

       ROLL-BUSINESS-DATE.
           IF WS-BUS-SET NOT = 'Y'
               DISPLAY "NO BUSINESS DATE TO ROLL, USE S)ET"
           ELSE
               COMPUTE WS-NEW-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 1)
               DISPLAY "ROLL BUSINESS DATE TO " WS-NEW-DATE
                   " (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   PERFORM CHANGE-BUSINESS-DATE
               END-IF
           END-IF.

      * RESULT 'K' MEANS THE DATE DOES NOT FOLLOW THE LAST COMPLETED
      * RUN; RUNCTL HAS RETURNED THE DATE THAT WOULD, AND ONLY AN
      * EXPLICIT 'Y' RESUBMITS THE CHANGE AS CONFIRMED.
       CHANGE-BUSINESS-DATE.
           MOVE 'B' TO WS-RC-FUNCTION.
           MOVE WS-OPERATOR-ID TO WS-RC-STEP-NAME.
           MOVE ZERO TO WS-RC-COND-CODE.
           MOVE WS-NEW-DATE TO WS-RC-BUS-DATE.
           CALL "RUNCTL" USING WS-RC-PARMS.
           IF WS-RC-RESULT = 'K'
               DISPLAY "THE LAST COMPLETED RUN IS FOLLOWED BY "
                   WS-RC-BUS-DATE
               DISPLAY WS-NEW-DATE " SKIPS OR REPEATS DAYS, "
                   "CONFIRM (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   MOVE 'F' TO WS-RC-FUNCTION
                   MOVE WS-NEW-DATE TO WS-RC-BUS-DATE
                   CALL "RUNCTL" USING WS-RC-PARMS
               END-IF
           END-IF.
           IF WS-RC-RESULT = 'Y'
               DISPLAY "BUSINESS DATE SET TO " WS-NEW-DATE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "BUSINESS DATE NOT CHANGED"
           END-IF.

      * CODE 'S' = SET, 'R' = ROLLED, 'F' = SKIP OR REPEAT CONFIRMED.
       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           IF WS-RC-FUNCTION = 'F'
               MOVE 'F' TO AUD-TRANS-CODE
           ELSE
               MOVE WS-TRANS-CODE TO AUD-TRANS-CODE
           END-IF.
           MOVE WS-BUS-DATE TO AUD-BEFORE-DATE.
           MOVE WS-NEW-DATE TO AUD-AFTER-DATE.
           WRITE AUDIT-RECORD.
