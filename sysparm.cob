       PROCEDURE DIVISION USING SP-PARMS.
       MAIN-PARA.
           MOVE 'N' TO SP-RESULT.
           EVALUATE SP-FUNCTION
               WHEN 'G'
                   PERFORM GET-PARAMETER
               WHEN 'N'
                   PERFORM TAKE-NEXT-NUMBER
               WHEN 'P'
                   PERFORM PUT-PARAMETER
               WHEN OTHER
                   DISPLAY "SYSPARM: INVALID FUNCTION " SP-FUNCTION
           END-EVALUATE.
       GOBACK.

       GET-PARAMETER.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = '00'
               MOVE SP-PARM-NAME TO PRM-NAME
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRM-VALUE TO SP-PARM-VALUE
                       MOVE 'Y' TO SP-RESULT
               END-READ
               CLOSE SYSPARM-FILE
           END-IF.

      * A COUNTER PARAMETER HOLDS THE LAST NUMBER ISSUED. THE NEXT
      * ONE IS TAKEN AND REWRITTEN UNDER THE SAME OPEN SO TWO
      * CALLERS CAN NEVER BE HANDED THE SAME NUMBER; A COUNTER NOT
      * YET ON FILE STARTS AT 1.
       TAKE-NEXT-NUMBER.
           PERFORM OPEN-FOR-UPDATE.
           IF WS-SYSPARM-STATUS = '00'
               MOVE SP-PARM-NAME TO PRM-NAME
               READ SYSPARM-FILE
                   INVALID KEY
                       MOVE 1 TO PRM-VALUE
                       MOVE "COUNTER - LAST NUMBER ISSUED"
                           TO PRM-DESC
                       WRITE SYSPARM-RECORD
                           INVALID KEY
                               DISPLAY "SYSPARM: UNABLE TO ADD "
                                   SP-PARM-NAME
                           NOT INVALID KEY
                               MOVE PRM-VALUE TO SP-PARM-VALUE
                               MOVE 'Y' TO SP-RESULT
                       END-WRITE
                   NOT INVALID KEY
                       IF PRM-VALUE = 999999999
                           MOVE ZERO TO PRM-VALUE
                       END-IF
                       ADD 1 TO PRM-VALUE
                       REWRITE SYSPARM-RECORD
                           INVALID KEY
                               DISPLAY "SYSPARM: UNABLE TO UPDATE "
                                   SP-PARM-NAME
                           NOT INVALID KEY
                               MOVE PRM-VALUE TO SP-PARM-VALUE
                               MOVE 'Y' TO SP-RESULT
                       END-REWRITE
               END-READ
               CLOSE SYSPARM-FILE
           END-IF.

      * SETS A PARAMETER TO THE VALUE PASSED IN, ADDING IT WHEN IT
      * IS NOT YET ON FILE. USED TO WIND A COUNTER BACK WHEN A
      * RERUN TAKES BACK THE NUMBERS AN EARLIER ATTEMPT ISSUED, AND
      * BY THE MONTH-END STEPS TO RECORD THE LAST MONTH THEY RAN,
      * SO A PARAMETER ADDED HERE GETS A NEUTRAL DESCRIPTION.
       PUT-PARAMETER.
           PERFORM OPEN-FOR-UPDATE.
           IF WS-SYSPARM-STATUS = '00'
               MOVE SP-PARM-NAME TO PRM-NAME
               READ SYSPARM-FILE
                   INVALID KEY
                       MOVE SP-PARM-VALUE TO PRM-VALUE
                       MOVE "VALUE MAINTAINED BY BATCH"
                           TO PRM-DESC
                       WRITE SYSPARM-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO SP-RESULT
                       END-WRITE
                   NOT INVALID KEY
                       MOVE SP-PARM-VALUE TO PRM-VALUE
                       REWRITE SYSPARM-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO SP-RESULT
                       END-REWRITE
               END-READ
               CLOSE SYSPARM-FILE
           END-IF.

       OPEN-FOR-UPDATE.
           OPEN I-O SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = '35'
               OPEN OUTPUT SYSPARM-FILE
               CLOSE SYSPARM-FILE
               OPEN I-O SYSPARM-FILE
           END-IF.
