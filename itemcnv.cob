ITEMCV
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMCNV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LEGACY-FILE ASSIGN TO 'itemmst.txt.old'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEG-ITEM-CODE
               FILE STATUS IS WS-LEGACY-STATUS.
               SELECT ITEMMST ASSIGN TO 'itemmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS WS-ITEMMST-STATUS.

       DATA DIVISION.
           FILE SECTION.
      * THE ITEM MASTER RECORD AS IT STOOD BEFORE ON-HAND AND THE
      * REORDER POINT WERE ADDED.
           FD LEGACY-FILE.
           01 LEGACY-RECORD.
               05 LEG-ITEM-CODE PIC X(8).
               05 LEG-DESC PIC X(25).
               05 LEG-UNIT-PRICE PIC 9(7)V99.
               05 LEG-ACTIVE PIC X(1).
           FD ITEMMST.
           COPY ITEMMST REPLACING CPY-IM-RECORD BY ITEMMST-FILE
                                  CPY-IM-ITEM-CODE BY IM-ITEM-CODE
                                  CPY-IM-DESC BY IM-DESC
                                  CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
                                  CPY-IM-ACTIVE BY IM-ACTIVE
                                  CPY-IM-ON-HAND BY IM-ON-HAND
                                CPY-IM-REORDER-PT BY IM-REORDER-PT.

           WORKING-STORAGE SECTION.
           01 WS-LEGACY-STATUS PIC X(2).
           01 WS-ITEMMST-STATUS PIC X(2).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-CONVERTED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT LEGACY-FILE.
           IF WS-LEGACY-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN itemmst.txt.old, STATUS "
                   WS-LEGACY-STATUS
               DISPLAY "RENAME THE EXISTING itemmst.txt TO "
                   "itemmst.txt.old BEFORE RUNNING ITEMCNV"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ITEMMST.
           IF WS-ITEMMST-STATUS NOT = '00'
               DISPLAY "UNABLE TO OPEN itemmst.txt FOR OUTPUT, STATUS "
                   WS-ITEMMST-STATUS
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
           CLOSE ITEMMST.
           DISPLAY "ITEMCNV CONVERTED " WS-CONVERTED-COUNT
               " RECORDS, SKIPPED " WS-SKIPPED-COUNT
               " DUPLICATE ITEM CODE(S)".
           IF WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * EVERY ITEM COMES ACROSS WITH NOTHING ON HAND AND NO REORDER
      * POINT, I.E. NOT STOCK-CONTROLLED, SO BILLING CARRIES ON AS
      * BEFORE. AN ITEM IS BROUGHT UNDER STOCK CONTROL BY POSTING
      * ITS COUNT IN STKMNT AND GIVING IT A REORDER POINT IN ITEMMNT.
       CONVERT-ONE-RECORD.
           MOVE LEG-ITEM-CODE TO IM-ITEM-CODE.
           MOVE LEG-DESC TO IM-DESC.
           MOVE LEG-UNIT-PRICE TO IM-UNIT-PRICE.
           MOVE LEG-ACTIVE TO IM-ACTIVE.
           MOVE ZERO TO IM-ON-HAND.
           MOVE ZERO TO IM-REORDER-PT.
           WRITE ITEMMST-FILE
               INVALID KEY
                   DISPLAY "DUPLICATE ITEM CODE " LEG-ITEM-CODE
                       " SKIPPED"
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
