      * SHARED PRICE TABLE RECORD LAYOUT (pricetbl.txt, INDEXED,
      * KEYED BY RULE TYPE, CUSTOMER, ITEM AND FROM VALUE).
      * TYPE 'C' = CONTRACT PRICE FOR ONE CUSTOMER AND ITEM. THE
      *            FROM VALUE IS THE FIRST DAY THE PRICE APPLIES AND
      *            END-DATE THE LAST (99999999 = OPEN ENDED).
      * TYPE 'Q' = QUANTITY-BREAK PRICE FOR AN ITEM, ANY CUSTOMER.
      *            FENTRY-ID IS ZERO, THE FROM VALUE IS THE LEAST
      *            QUANTITY THE TIER APPLIES TO AND END-DATE IS
      *            NOT USED.
      * MUL PRICES A LINE AT THE CONTRACT PRICE IN FORCE ON THE RUN
      * DATE, ELSE THE HIGHEST QUANTITY TIER THE LINE REACHES, ELSE
      * THE ITEM MASTER PRICE.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY PRICETB REPLACING CPY-PT-RECORD BY PRICETBL-FILE
      *                            CPY-PT-KEY BY PT-KEY
      *                            CPY-PT-TYPE BY PT-TYPE
      *                            CPY-PT-FENTRY-ID BY PT-FENTRY-ID
      *                            CPY-PT-ITEM-CODE BY PT-ITEM-CODE
      *                            CPY-PT-FROM BY PT-FROM
      *                            CPY-PT-END-DATE BY PT-END-DATE
      *                            CPY-PT-UNIT-PRICE BY PT-UNIT-PRICE.
       01 CPY-PT-RECORD.
           05 CPY-PT-KEY.
               10 CPY-PT-TYPE PIC X(1).
               10 CPY-PT-FENTRY-ID PIC 9(5).
               10 CPY-PT-ITEM-CODE PIC X(8).
               10 CPY-PT-FROM PIC 9(8).
           05 CPY-PT-END-DATE PIC 9(8).
           05 CPY-PT-UNIT-PRICE PIC 9(7)V99.
