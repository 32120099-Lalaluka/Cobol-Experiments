      * SHARED CUSTOMER MERGE CROSS-REFERENCE RECORD LAYOUT
      * (custxref.txt, INDEXED, KEYED BY THE RETIRED FENTRY-ID).
      * CUSTMRG WRITES ONE RECORD FOR EVERY MERGE, NAMING THE
      * SURVIVING FENTRY-ID THE RETIRED ACCOUNT WAS FOLDED INTO.
      * THE RETIRED MASTER IS LEFT INACTIVE, SO MUL REJECTS LATER
      * INVOICE LINES FOR IT NAMING THE SURVIVOR, AND CASHRCT
      * POSTS LATER RECEIPTS FOR IT TO THE SURVIVOR. WHEN A
      * SURVIVOR IS ITSELF MERGED LATER, ITS OLD CROSS-REFERENCES
      * ARE MOVED ON TO THE NEW SURVIVOR, SO ONE LOOK-UP IS ENOUGH.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY CUSTXRF REPLACING CPY-XR-RECORD BY XREF-RECORD
      *                            CPY-XR-OLD-ID BY XR-OLD-ID
      *                            CPY-XR-NEW-ID BY XR-NEW-ID
      *                            CPY-XR-MERGE-DATE BY XR-MERGE-DATE
      *                            CPY-XR-OPERATOR BY XR-OPERATOR.
       01 CPY-XR-RECORD.
           05 CPY-XR-OLD-ID PIC 9(5).
           05 CPY-XR-NEW-ID PIC 9(5).
           05 CPY-XR-MERGE-DATE PIC 9(8).
           05 CPY-XR-OPERATOR PIC X(8).
