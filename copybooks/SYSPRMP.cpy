      * FUNCTION 'G' = GET ONE PARAMETER BY NAME (RESULT 'Y' AND
      *                THE VALUE FILLED IN WHEN FOUND, RESULT 'N'
      *                WHEN THE PARAMETER OR THE FILE IS MISSING -
      *                THE CALLER KEEPS ITS COMPILED DEFAULT),
      *          'N' = TAKE THE NEXT NUMBER FROM A COUNTER
      *                PARAMETER (THE STORED VALUE IS BUMPED BY
      *                ONE AND RETURNED; RESULT 'N' MEANS NO
      *                NUMBER COULD BE ISSUED),
      *          'P' = PUT THE VALUE PASSED IN INTO THE PARAMETER
      *                (A RERUN WINDS A COUNTER BACK WITH THIS).
      * COPY THIS MEMBER WITH REPLACING TO ATTACH IT UNDER A
      * PROGRAM-SPECIFIC 01-LEVEL AND FIELD-NAME PREFIX, E.G.
      *     COPY SYSPRMP REPLACING CPY-SPP-PARMS BY SP-PARMS
