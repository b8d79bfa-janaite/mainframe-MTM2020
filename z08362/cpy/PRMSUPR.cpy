      *****************************************************************
      * Copybook name:   PRMSUPR
      * Original author: JORGE JANAITE NETO
      * Date:            20261005
      *
      * Changes:
      *---------
      * 20261005: initial release
      *
      *****************************************************************
      * PROMO-VERSUS-ORGANIC SUPPORT RECORD - ONE RECORD PER CNTLDATA
      * ITEMSET, WRITTEN BY PRMSCORE IN CNTLDATA ORDER.
      *
      * PS-PROMO-PCT IS THE ITEMSET'S SUPPORT OVER THE ORDERS FEATPRMO
      * FLAGS AS PROMO ORDERS, PS-ORGANIC-PCT ITS SUPPORT OVER THE
      * ORGANIC ORDERS. PS-PROMO-LIFT IS THE FIRST OVER THE SECOND -
      * 1.0 MEANS THE AFFINITY HOLDS WITHOUT A DISCOUNT, WELL ABOVE
      * 1.0 MEANS IT IS LARGELY A PROMOTION EFFECT. AN ITEMSET NEVER
      * SEEN ON AN ORGANIC ORDER CARRIES ALL NINES (PROMO ONLY); ONE
      * NEVER SEEN ON A PROMO ORDER CARRIES ZERO.
      *****************************************************************
       01  PRMSUP-REC.
           05 PS-SEQ                  PIC X(24).
           05 PS-PROMO-FREQ           PIC 9(9).
           05 PS-PROMO-PCT            PIC 9(3)V9(2).
           05 PS-ORGANIC-FREQ         PIC 9(9).
           05 PS-ORGANIC-PCT          PIC 9(3)V9(2).
           05 PS-PROMO-LIFT           PIC 9(5)V9(4).
