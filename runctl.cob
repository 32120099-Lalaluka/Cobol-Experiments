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

           WORKING-STORAGE SECTION.
           01 WS-RUNCTL-STATUS PIC X(2).
           01 WS-TODAY PIC 9(8).
           01 WS-CLOCK-DATE PIC 9(8).
           01 WS-NOW PIC 9(8).
           01 WS-SCAN-EOF PIC A(1).
           01 WS-INFLIGHT-DATE PIC 9(8).
           01 WS-RUN-KEY PIC 9(8).
           01 WS-ACTIVE-FOUND PIC A(1).
           01 WS-STEP-SUB PIC 9(2).
           01 WS-MAX-STEPS PIC 9(2) VALUE 25.
           01 WS-SLOT PIC 9(2).
           01 WS-BUS-FOUND PIC A(1).
           01 WS-BUS-DATE PIC 9(8).
           01 WS-BUS-SKIP-OK PIC X(1).
           01 WS-NEW-DATE PIC 9(8).
           01 WS-LAST-DONE PIC 9(8).
           01 WS-NEXT-DATE PIC 9(8).

       LINKAGE SECTION.
           COPY RUNCTLP REPLACING CPY-RCP-PARMS BY RC-PARMS
                                  CPY-RCP-FUNCTION BY RC-FUNCTION
                                  CPY-RCP-STEP-NAME BY RC-STEP-NAME
                                  CPY-RCP-COND-CODE BY RC-COND-CODE
                                  CPY-RCP-RESULT BY RC-RESULT
                                  CPY-RCP-BUS-DATE BY RC-BUS-DATE.

       PROCEDURE DIVISION USING RC-PARMS.
      * THE STREAM RUNS UNDER THE BUSINESS DATE HELD ON THE CONTROL
      * RECORD, NOT THE SYSTEM CLOCK; THE CLOCK DATE IS ONLY USED
      * BEFORE A BUSINESS DATE HAS EVER BEEN SET.
       MAIN-PARA.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           MOVE WS-CLOCK-DATE TO WS-TODAY.
           ACCEPT WS-NOW FROM TIME.
           MOVE 'N' TO RC-RESULT.
           OPEN I-O RUNCTL-FILE.
                   WS-RUNCTL-STATUS
               GOBACK
           END-IF.
           PERFORM READ-BUSINESS-DATE.
           IF WS-BUS-FOUND = 'Y'
               MOVE WS-BUS-DATE TO WS-TODAY
           END-IF.
           EVALUATE RC-FUNCTION
               WHEN 'S'
                   IF WS-BUS-FOUND = 'Y'
                       PERFORM REGISTER-STEP-START
                   ELSE
                       DISPLAY "RUNCTL: NO BUSINESS DATE IS SET, "
                           RC-STEP-NAME " MUST NOT START"
                   END-IF
               WHEN 'D' PERFORM RETURN-BUSINESS-DATE
               WHEN 'B' PERFORM SET-BUSINESS-DATE
               WHEN 'F' PERFORM SET-BUSINESS-DATE
               WHEN 'E' PERFORM REGISTER-STEP-END
               WHEN 'C' PERFORM MARK-RUN-COMPLETE
               WHEN 'R' PERFORM RESET-INFLIGHT-RUNS
                           " MUST NOT START"
                   WHEN WS-ACTIVE-FOUND = 'Y' AND RUN-STATUS = 'R'
                       PERFORM CHECK-RESTART-STEP
                   WHEN WS-ACTIVE-FOUND = 'N'
                       PERFORM START-NEW-RUN
                   WHEN OTHER
                       PERFORM STAMP-STEP-START
                       MOVE 'Y' TO RC-RESULT
               END-EVALUATE
               MOVE WS-RUN-KEY TO RC-BUS-DATE
           END-IF.

      * A NEW RUN MUST BE FOR THE DAY AFTER THE LAST COMPLETED RUN
      * UNLESS OPERATIONS CONFIRMED THE SKIP OR BACKDATE IN BUSDATE.
       START-NEW-RUN.
           PERFORM FIND-LAST-COMPLETED-RUN.
           IF WS-LAST-DONE NOT = ZERO
               AND WS-RUN-KEY NOT = WS-NEXT-DATE
               AND WS-BUS-SKIP-OK NOT = 'Y'
               DISPLAY "RUNCTL: BUSINESS DATE " WS-RUN-KEY
                   " DOES NOT FOLLOW THE RUN OF " WS-LAST-DONE
                   ", " RC-STEP-NAME " MUST NOT START"
           ELSE
               PERFORM STAMP-STEP-START
               MOVE 'Y' TO RC-RESULT
           END-IF.

       CHECK-RESTART-STEP.
       FIND-STEP-SLOT.
           MOVE ZERO TO WS-SLOT.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB GREATER THAN WS-MAX-STEPS
               OR WS-SLOT GREATER THAN ZERO
               IF RUN-STEP-NAME (WS-STEP-SUB) = RC-STEP-NAME
                   MOVE WS-STEP-SUB TO WS-SLOT
           END-PERFORM.
           IF WS-SLOT = ZERO
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB GREATER THAN WS-MAX-STEPS
                   OR WS-SLOT GREATER THAN ZERO
                   IF RUN-STEP-NAME (WS-STEP-SUB) = SPACES
                       MOVE WS-STEP-SUB TO WS-SLOT
               MOVE WS-RUN-KEY TO RUN-DATE
               MOVE 'I' TO RUN-STATUS
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB GREATER THAN WS-MAX-STEPS
                   MOVE SPACES TO RUN-STEP-NAME (WS-STEP-SUB)
                   MOVE ZERO TO RUN-STEP-START (WS-STEP-SUB)
                   MOVE ZERO TO RUN-STEP-END (WS-STEP-SUB)
                       MOVE 'Y' TO RC-RESULT
               END-REWRITE
           END-IF.

       READ-BUSINESS-DATE.
           MOVE 'N' TO WS-BUS-FOUND.
           MOVE SPACE TO WS-BUS-SKIP-OK.
           MOVE ZERO TO RUN-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUN-BUS-TYPE = 'B'
                       MOVE 'Y' TO WS-BUS-FOUND
                       MOVE RUN-BUS-DATE TO WS-BUS-DATE
                       MOVE RUN-BUS-SKIP-OK TO WS-BUS-SKIP-OK
                   END-IF
           END-READ.

      * A RESTARTED RUN KEEPS THE DATE IT STARTED UNDER, SO THE
      * ACTIVE RUN KEY IS RETURNED RATHER THAN THE RAW CONTROL DATE.
       RETURN-BUSINESS-DATE.
           IF WS-BUS-FOUND = 'N'
               DISPLAY "RUNCTL: NO BUSINESS DATE IS SET"
           ELSE
               PERFORM SET-ACTIVE-RUN-KEY
               MOVE WS-RUN-KEY TO RC-BUS-DATE
               MOVE 'Y' TO RC-RESULT
           END-IF.

       FIND-LAST-COMPLETED-RUN.
           MOVE ZERO TO WS-LAST-DONE.
           MOVE ZERO TO WS-NEXT-DATE.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE 1 TO RUN-DATE.
           START RUNCTL-FILE KEY IS NOT LESS THAN RUN-DATE
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RUNCTL-FILE NEXT
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF RUN-STATUS = 'C' OR RUN-STATUS = 'P'
                           MOVE RUN-DATE TO WS-LAST-DONE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LAST-DONE NOT = ZERO
               COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DONE) + 1)
           END-IF.

      * 'B' ANSWERS 'K' FOR A DATE THAT IS NOT THE DAY AFTER THE
      * LAST COMPLETED RUN, RETURNING THE EXPECTED DATE, SO BUSDATE
      * CAN ASK THE OPERATOR TO CONFIRM; 'F' IS THE CONFIRMED
      * RESUBMISSION. NEITHER MAY MOVE THE DATE WHILE A RUN IS IN
      * FLIGHT OR ONTO A DATE WHOSE RUN HAS ALREADY COMPLETED.
       SET-BUSINESS-DATE.
           MOVE RC-BUS-DATE TO WS-NEW-DATE.
           PERFORM SET-ACTIVE-RUN-KEY.
           PERFORM READ-ACTIVE-RECORD.
           IF WS-ACTIVE-FOUND = 'Y'
               AND (RUN-STATUS = 'I' OR RUN-STATUS = 'R')
               DISPLAY "RUNCTL: RUN OF " WS-RUN-KEY
                   " IS IN FLIGHT, BUSINESS DATE NOT CHANGED"
           ELSE
               PERFORM FIND-LAST-COMPLETED-RUN
               MOVE WS-NEW-DATE TO WS-RUN-KEY
               PERFORM READ-ACTIVE-RECORD
               EVALUATE TRUE
                   WHEN WS-ACTIVE-FOUND = 'Y'
                       AND (RUN-STATUS = 'C' OR RUN-STATUS = 'P')
                       DISPLAY "RUNCTL: RUN OF " WS-NEW-DATE
                           " ALREADY COMPLETED, BUSINESS DATE NOT "
                           "CHANGED"
                   WHEN RC-FUNCTION = 'B'
                       AND WS-LAST-DONE NOT = ZERO
                       AND WS-NEW-DATE NOT = WS-NEXT-DATE
                       MOVE WS-NEXT-DATE TO RC-BUS-DATE
                       MOVE 'K' TO RC-RESULT
                   WHEN OTHER
                       PERFORM WRITE-BUSINESS-DATE
               END-EVALUATE
           END-IF.

       WRITE-BUSINESS-DATE.
           MOVE SPACES TO RUN-BUS-RECORD.
           MOVE ZERO TO RUN-BUS-KEY.
           MOVE 'B' TO RUN-BUS-TYPE.
           MOVE WS-NEW-DATE TO RUN-BUS-DATE.
           IF RC-FUNCTION = 'F'
               MOVE 'Y' TO RUN-BUS-SKIP-OK
           ELSE
               MOVE 'N' TO RUN-BUS-SKIP-OK
           END-IF.
           MOVE RC-STEP-NAME TO RUN-BUS-SET-BY.
           MOVE WS-CLOCK-DATE TO RUN-BUS-SET-DATE.
           MOVE WS-NOW TO RUN-BUS-SET-TIME.
           IF WS-BUS-FOUND = 'Y'
               REWRITE RUN-BUS-RECORD
                   INVALID KEY
                       DISPLAY "RUNCTL: REWRITE FAILED FOR THE "
                           "BUSINESS DATE"
                   NOT INVALID KEY
                       DISPLAY "RUNCTL: BUSINESS DATE SET TO "
                           WS-NEW-DATE
                       MOVE 'Y' TO RC-RESULT
               END-REWRITE
           ELSE
               WRITE RUN-BUS-RECORD
                   INVALID KEY
                       DISPLAY "RUNCTL: WRITE FAILED FOR THE "
                           "BUSINESS DATE"
                   NOT INVALID KEY
                       DISPLAY "RUNCTL: BUSINESS DATE SET TO "
                           WS-NEW-DATE
                       MOVE 'Y' TO RC-RESULT
               END-WRITE
           END-IF.
