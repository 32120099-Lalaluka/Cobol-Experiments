RUNCCV
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCCNV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LEGACY-FILE ASSIGN TO 'runctl.txt.old'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEG-RUN-DATE
               FILE STATUS IS WS-LEGACY-STATUS.
               SELECT RUNCTL-FILE ASSIGN TO 'runctl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUN-DATE
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * THE RUN-CONTROL RECORD AS IT STOOD WITH 15 STEP SLOTS.
           FD LEGACY-FILE.
           01 LEGACY-RECORD.
               05 LEG-RUN-DATE PIC 9(8).
               05 LEG-RUN-STATUS PIC X(1).
               05 LEG-RUN-STEPS PIC X(390).
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

           WORKING-STORAGE SECTION.
           01 WS-LEGACY-STATUS PIC X(2).
           01 WS-RUNCTL-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-STEP-SUB PIC 9(2).
           01 WS-CONVERTED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT LEGACY-FILE.
           IF WS-LEGACY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN runctl.txt.old, STATUS "
                   WS-LEGACY-STATUS
               DISPLAY "RENAME THE EXISTING runctl.txt TO "
                   "runctl.txt.old BEFORE RUNNING RUNCCNV"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN runctl.txt FOR OUTPUT, STATUS "
                   WS-RUNCTL-STATUS
               CLOSE LEGACY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEGACY-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGACY-FILE.
           CLOSE RUNCTL-FILE.
           DISPLAY "RUNCCNV CONVERTED " WS-CONVERTED-COUNT
               " RECORDS, SKIPPED " WS-SKIPPED-COUNT
               " DUPLICATE RUN DATE(S)".
           IF WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * A RUN KEEPS ITS 15 STEP SLOTS AS THEY WERE AND GAINS TEN
      * EMPTY ONES (NO STEP NAME, TIMES AND CONDITION CODE ZERO).
      * THE BUSINESS DATE RECORD (KEY 00000000), IF ONE IS ON FILE,
      * IS CARRIED ACROSS AS IT STANDS AND PADDED WITH SPACES.
       CONVERT-ONE-RECORD.
           MOVE SPACES TO RUN-RECORD.
           MOVE LEGACY-RECORD TO RUN-RECORD.
           IF LEG-RUN-DATE NOT = ZERO
               PERFORM VARYING WS-STEP-SUB FROM 16 BY 1
                   UNTIL WS-STEP-SUB GREATER THAN 25
                   MOVE SPACES TO RUN-STEP-NAME (WS-STEP-SUB)
                   MOVE ZERO TO RUN-STEP-START (WS-STEP-SUB)
                   MOVE ZERO TO RUN-STEP-END (WS-STEP-SUB)
                   MOVE ZERO TO RUN-STEP-CC (WS-STEP-SUB)
               END-PERFORM
           END-IF.
           WRITE RUN-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE RUN DATE " LEG-RUN-DATE
                       " SKIPPED"
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
