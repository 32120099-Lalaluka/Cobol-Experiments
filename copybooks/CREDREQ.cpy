      * SHARED CREDIT APPROVAL REQUEST RECORD LAYOUT (credreq.txt,
      * INDEXED, KEYED BY REQUEST NUMBER). CUSTMNT WRITES ONE
      * RECORD, NUMBERED FROM THE CRQ-NUMBER COUNTER, FOR EVERY
      * CREDIT LIMIT RAISE LARGER THAN THE CRLIM-RAISE SYSPARM AND
      * FOR EVERY CREDIT HOLD RELEASE. NOTHING CHANGES ON
      * custdtl.txt UNTIL A SECOND OPERATOR WITH SUPERVISOR
      * AUTHORITY, NOT THE REQUESTER, APPROVES THE REQUEST FROM
      * THE CUSTMNT QUEUE. CREDRPT LISTS WHAT IS STILL PENDING AND
      * WHAT WAS REJECTED.
      * TYPE   'L' = CREDIT LIMIT RAISE (BEFORE -> NEW LIMIT),
      *        'R' = RELEASE FROM CREDIT HOLD.
      * STATUS 'P' = PENDING, 'A' = APPROVED AND APPLIED,
      *        'J' = REJECTED.
      * DECISION OPERATOR/DATE/TIME/NOTE ARE SPACES AND ZERO UNTIL
      * THE REQUEST IS APPROVED OR REJECTED.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY CREDREQ REPLACING CPY-CR-RECORD BY CREDREQ-RECORD
      *                            CPY-CR-REQUEST-NO BY CR-REQUEST-NO
      *                            CPY-CR-TYPE BY CR-TYPE
      *                            CPY-CR-STATUS BY CR-STATUS
      *                            CPY-CR-FENTRY-ID BY CR-FENTRY-ID
      *                          CPY-CR-BEFORE-LIMIT BY CR-BEFORE-LIMIT
      *                            CPY-CR-NEW-LIMIT BY CR-NEW-LIMIT
      *                            CPY-CR-REQ-OPER BY CR-REQ-OPER
      *                            CPY-CR-REQ-DATE BY CR-REQ-DATE
      *                            CPY-CR-REQ-TIME BY CR-REQ-TIME
      *                            CPY-CR-REQ-NOTE BY CR-REQ-NOTE
      *                            CPY-CR-DEC-OPER BY CR-DEC-OPER
      *                            CPY-CR-DEC-DATE BY CR-DEC-DATE
      *                            CPY-CR-DEC-TIME BY CR-DEC-TIME
      *                            CPY-CR-DEC-NOTE BY CR-DEC-NOTE.
       01 CPY-CR-RECORD.
           05 CPY-CR-REQUEST-NO PIC 9(8).
           05 CPY-CR-TYPE PIC X(1).
           05 CPY-CR-STATUS PIC X(1).
           05 CPY-CR-FENTRY-ID PIC 9(5).
           05 CPY-CR-BEFORE-LIMIT PIC 9(9)V99.
           05 CPY-CR-NEW-LIMIT PIC 9(9)V99.
           05 CPY-CR-REQ-OPER PIC X(8).
           05 CPY-CR-REQ-DATE PIC 9(8).
           05 CPY-CR-REQ-TIME PIC 9(8).
           05 CPY-CR-REQ-NOTE PIC X(30).
           05 CPY-CR-DEC-OPER PIC X(8).
           05 CPY-CR-DEC-DATE PIC 9(8).
           05 CPY-CR-DEC-TIME PIC 9(8).
           05 CPY-CR-DEC-NOTE PIC X(30).
