      *                         CPY-CD-CREDIT-LIMIT BY CD-CREDIT-LIMIT
      *                         CPY-CD-CURR-BALANCE BY CD-CURR-BALANCE
      *                            CPY-CD-TAX-CODE BY CD-TAX-CODE
      *                          CPY-CD-HOLD-FLAG BY CD-HOLD-FLAG
      *                          CPY-CD-DUN-STAGE BY CD-DUN-STAGE
      *                            CPY-CD-DUN-DATE BY CD-DUN-DATE
      *                            CPY-CD-REP-CODE BY CD-REP-CODE.
      * HOLD FLAG 'H' = ON CREDIT HOLD (MUL REJECTS 'S' LINES),
      * SPACE = CLEAR. SET BY MUL WHEN EXPOSURE EXCEEDS THE CREDIT
      * LIMIT OR BY CUSTMNT; RELEASE IS A SUPERVISOR TRANSACTION
      * IN CUSTMNT AND BOTH ARE WRITTEN TO custmnt.aud. A RELEASE,
      * AND A CREDIT LIMIT RAISE ABOVE THE CRLIM-RAISE SYSPARM, ONLY
      * TAKE EFFECT WHEN A SECOND SUPERVISOR APPROVES THE REQUEST
      * (SEE CREDREQ).
      * DUNNING STAGE IS THE LAST COLLECTION LETTER SENT BY DUNNING:
      * 0 = NONE, 1 = FRIENDLY REMINDER (30 DAYS), 2 = FIRM NOTICE
      * (60 DAYS), 3 = FINAL DEMAND (90 DAYS). DUNNING DATE IS THE
      * DATE THAT LETTER WENT OUT. BOTH GO BACK TO ZERO WHEN THE
      * PAST-DUE AMOUNT HAS BEEN PAID.
      * REP CODE IS THE ACCOUNT'S SALES REPRESENTATIVE ON repmst.txt,
      * ASSIGNED IN CUSTMNT; COMMRUN CREDITS THE CUSTOMER'S NET
      * SALES TO THAT REP. SPACES = NOT YET ASSIGNED.
      * DUNNING STAGE, DUNNING DATE AND REP CODE WERE ADDED TO THE
      * END OF THE RECORD; CUSTCNV (jcl/cutover.jcl) CONVERTS AN
      * EXISTING custdtl.txt, SETTING THEM TO ZERO AND SPACES.
       01 CPY-CD-RECORD.
           05 CPY-CD-FENTRY-ID PIC 9(5).
           05 CPY-CD-ADDR-1 PIC X(30).
           05 CPY-CD-CURR-BALANCE PIC S9(9)V99.
           05 CPY-CD-TAX-CODE PIC X(3).
           05 CPY-CD-HOLD-FLAG PIC X(1).
           05 CPY-CD-DUN-STAGE PIC 9(1).
           05 CPY-CD-DUN-DATE PIC 9(8).
           05 CPY-CD-REP-CODE PIC X(4).
