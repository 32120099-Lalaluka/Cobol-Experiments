      * RECORD - MUL PRICES EVERY INVOICE LINE FROM IT AND REJECTS
      * LINES WHOSE KEYED PRICE DISAGREES BEYOND TOLERANCE.
      * ACTIVE FLAG 'A' = SELLABLE, 'I' = INACTIVE.
      * ON-HAND IS THE STOCK QUANTITY: MUL TAKES 'S' LINES OFF IT
      * AND PUTS 'R' RETURNS BACK, AND STKMNT POSTS RECEIPTS AND
      * COUNT CORRECTIONS (AUDITED IN stkmnt.aud). IT IS NOT KEYED
      * IN ITEMMNT. REORDER POINT IS THE ON-HAND LEVEL AT OR BELOW
      * WHICH REORDRPT LISTS THE ITEM; ZERO = NOT STOCK-CONTROLLED,
      * AND MUL NEITHER CHECKS NOR MOVES THAT ITEM'S ON-HAND.
      * ON-HAND AND REORDER POINT WERE ADDED TO THE END OF THE
      * RECORD; ITEMCNV (jcl/cutover.jcl) CONVERTS AN EXISTING
      * itemmst.txt, SETTING BOTH TO ZERO.
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY ITEMMST REPLACING CPY-IM-RECORD BY ITEMMST-FILE
      *                            CPY-IM-ITEM-CODE BY IM-ITEM-CODE
      *                            CPY-IM-DESC BY IM-DESC
      *                            CPY-IM-UNIT-PRICE BY IM-UNIT-PRICE
      *                            CPY-IM-ACTIVE BY IM-ACTIVE
      *                            CPY-IM-ON-HAND BY IM-ON-HAND
      *                          CPY-IM-REORDER-PT BY IM-REORDER-PT.
       01 CPY-IM-RECORD.
           05 CPY-IM-ITEM-CODE PIC X(8).
           05 CPY-IM-DESC PIC X(25).
           05 CPY-IM-UNIT-PRICE PIC 9(7)V99.
           05 CPY-IM-ACTIVE PIC X(1).
           05 CPY-IM-ON-HAND PIC 9(7).
           05 CPY-IM-REORDER-PT PIC 9(7).
