      *****************************************************************
      * Copybook name:   SUBSTPR
      * Original author: JORGE JANAITE NETO
      * Date:            20261006
      *
      * Changes:
      *---------
      * 20261006: initial release
      *
      *****************************************************************
      * SUBSTITUTE-PAIR RECORD - ONE RECORD PER ITEM PAIR BOUGHT
      * TOGETHER SIGNIFICANTLY LESS OFTEN THAN CHANCE WOULD PREDICT,
      * WRITTEN BY SUBSTDET RANKED DESCENDING BY SB-NEG-AFFINITY.
      *
      * SB-EXPECTED IS THE NUMBER OF ORDERS THAT WOULD HOLD BOTH ITEMS
      * IF THEY WERE BOUGHT INDEPENDENTLY (ORDERS WITH A TIMES ORDERS
      * WITH B OVER ALL ORDERS); SB-OBSERVED IS THE NUMBER THAT DID.
      * SB-LIFT IS OBSERVED OVER EXPECTED AND SB-NEG-AFFINITY IS ONE
      * MINUS THE LIFT - 1.0000 FOR A PAIR NEVER SEEN TOGETHER, 0 FOR
      * A PAIR BOUGHT TOGETHER EXACTLY AS OFTEN AS CHANCE.
      *
      * THE PAIR IS SYMMETRIC - EACH PAIR IS WRITTEN ONCE, THE ITEM
      * EARLIER ON ITEMXWLK AS ITEM A; A READER LOOKING FOR THE
      * SUBSTITUTES OF ONE ITEM MUST MATCH IT ON EITHER SIDE.
      *****************************************************************
       01  SUBSTPR-REC.
           05 SB-ITEM-A               PIC X(10).
           05 SB-ITEM-B               PIC X(10).
           05 SB-ORDERS-A             PIC 9(9).
           05 SB-ORDERS-B             PIC 9(9).
           05 SB-OBSERVED             PIC 9(9).
           05 SB-EXPECTED             PIC 9(9)V9(2).
           05 SB-LIFT                 PIC 9(1)V9(4).
           05 SB-NEG-AFFINITY         PIC 9(1)V9(4).
