      * Changes:
      *---------
      * 20260908: initial release
      * 20261009: maintained by CATMNT (no more hand edits)
      *
      *****************************************************************
      * ITEM CODE TO CATEGORY CROSSWALK RECORD
      *
      * CX-BIT-POS IS THE CATEGORY NUMBER (1 = RIGHTMOST MASK
      * POSITION), SAME CONVENTION AS XWLK-BIT-POS ON ITEMXWLK.
      *
      * CATMNT IS THE ONLY PROGRAM THAT CHANGES THIS CROSSWALK - IT
      * HOLDS EACH CATEGORY CODE TO ONE BIT POSITION AND ONE NAME
      * ACROSS ALL ITS ITEM RECORDS AND EACH BIT POSITION TO ONE
      * CATEGORY, AND ITS CROSS-CHECK MODE LISTS ANY DRIFT AGAINST
      * ITEMXWLK.
      *****************************************************************
       01  CATXWLK-REC.
           05  CX-ITEM-CODE          PIC X(10).
