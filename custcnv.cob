CUSTCV
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCNV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LEGACY-FILE ASSIGN TO 'custdtl.txt.old'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEG-FENTRY-ID
               FILE STATUS IS WS-LEGACY-STATUS.
               SELECT CUSTDTL ASSIGN TO 'custdtl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-FENTRY-ID
               FILE STATUS IS WS-CUSTDTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * THE CUSTOMER DETAIL RECORD AS IT STOOD BEFORE THE DUNNING
      * STAGE, DUNNING DATE AND SALES REP CODE WERE ADDED.
           FD LEGACY-FILE.
           01 LEGACY-RECORD.
               05 LEG-FENTRY-ID PIC 9(5).
               05 LEG-ADDR-1 PIC X(30).
               05 LEG-ADDR-2 PIC X(30).
               05 LEG-PHONE PIC X(12).
               05 LEG-CREDIT-LIMIT PIC 9(9)V99.
               05 LEG-CURR-BALANCE PIC S9(9)V99.
               05 LEG-TAX-CODE PIC X(3).
               05 LEG-HOLD-FLAG PIC X(1).
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

           WORKING-STORAGE SECTION.
           01 WS-LEGACY-STATUS PIC X(2).
           01 WS-CUSTDTL-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-CONVERTED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT LEGACY-FILE.
           IF WS-LEGACY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt.old, STATUS "
                   WS-LEGACY-STATUS
               DISPLAY "RENAME THE EXISTING custdtl.txt TO "
                   "custdtl.txt.old BEFORE RUNNING CUSTCNV"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CUSTDTL.
           IF WS-CUSTDTL-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN custdtl.txt FOR OUTPUT, STATUS "
                   WS-CUSTDTL-STATUS
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
           CLOSE CUSTDTL.
           DISPLAY "CUSTCNV CONVERTED " WS-CONVERTED-COUNT
               " RECORDS, SKIPPED " WS-SKIPPED-COUNT
               " DUPLICATE FENTRY-ID(S)".
           IF WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * EVERY EXISTING FIELD CARRIES ACROSS UNCHANGED. NO LETTER HAS
      * BEEN SENT YET (STAGE AND DATE ZERO) AND NO REP IS ASSIGNED
      * (SPACES) UNTIL ONE IS KEYED IN CUSTMNT.
       CONVERT-ONE-RECORD.
           MOVE LEG-FENTRY-ID TO CD-FENTRY-ID.
           MOVE LEG-ADDR-1 TO CD-ADDR-1.
           MOVE LEG-ADDR-2 TO CD-ADDR-2.
           MOVE LEG-PHONE TO CD-PHONE.
           MOVE LEG-CREDIT-LIMIT TO CD-CREDIT-LIMIT.
           MOVE LEG-CURR-BALANCE TO CD-CURR-BALANCE.
           MOVE LEG-TAX-CODE TO CD-TAX-CODE.
           MOVE LEG-HOLD-FLAG TO CD-HOLD-FLAG.
           MOVE ZERO TO CD-DUN-STAGE.
           MOVE ZERO TO CD-DUN-DATE.
           MOVE SPACES TO CD-REP-CODE.
           WRITE CUSTDTL-FILE
               INVALID KEY
                   DISPLAY "DUPLICATE FENTRY-ID " LEG-FENTRY-ID
                       " SKIPPED"
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
