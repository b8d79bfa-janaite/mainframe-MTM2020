      *****************************************************************
      * Copybook name:   WHITMKEY
      * Original author: JORGE JANAITE NETO
      * Date:            20261015
      *
      * Changes:
      *---------
      * 20261015: initial release
      *
      *****************************************************************
      * WAREHOUSE ITEMSET SURROGATE-KEY MAP RECORD - ONE RECORD PER
      * ITEMSET MASK WHUNLOAD HAS EVER DELIVERED, WITH THE NUMBER IT
      * WAS GIVEN. THE WAREHOUSE NEVER SEES A MASK - EVERY FACT FILE
      * CARRIES WK-ITEMSET-ID AND THE ITEMSET'S MEMBERS ARE DELIVERED
      * ONE ROW PER ITEM UNDER THE SAME ID.
      *
      * AN ID, ONCE GIVEN, STAYS WITH ITS MASK ACROSS DELIVERIES, SO
      * THE WAREHOUSE CAN TREND AN ITEMSET NIGHT OVER NIGHT. A MASK
      * NOT ON THE MAP IS GIVEN THE HIGHEST ID ON IT PLUS ONE, AND
      * WK-ASSIGNED IS THE CYCLE DATE OF THAT DELIVERY. IDS ARE NEVER
      * REUSED.
      *
      * WHUNLOAD READS THE MAP AS WHITMKEY AND WRITES THE EXTENDED MAP
      * TO WHKEYNEW, WHICH THE JCL SWAPS IN AFTER A CLEAN RUN.
      *****************************************************************
       01  WHITMKEY-REC.
           05 WK-ITEMSET-ID           PIC 9(9).
           05 WK-MASK                 PIC X(24).
           05 WK-ASSIGNED             PIC X(8).
