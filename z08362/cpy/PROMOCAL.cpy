      *****************************************************************
      * Copybook name:   PROMOCAL
      * Original author: JORGE JANAITE NETO
      * Date:            20261005
      *
      * Changes:
      *---------
      * 20261005: initial release
      *
      *****************************************************************
      * PROMOTION CALENDAR RECORD - ONE RECORD PER ITEM PER PROMOTION,
      * SEQUENTIAL. PRMEDIT EDITS THE RAW CALENDAR INTO THE PROMOCAL
      * MASTER; TXFEAT LOADS THE WHOLE MASTER INTO A TABLE AT STARTUP
      * AND FLAGS AN ORDER AS A PROMO ORDER WHEN ANY ITEM ON IT WAS ON
      * PROMOTION ON THE ORDER'S DATE.
      *
      * PC-FROM-DATE AND PC-TO-DATE ARE YYYYMMDD AND BOTH INCLUSIVE.
      *
      * PC-PROMO-TYPE:
      *    'BN' = BUNDLE
      *    'PD' = PRICE DISCOUNT
      *    'BG' = BUY ONE GET ONE
      *    'CP' = COUPON
      *    'DS' = DISPLAY / FEATURE SPACE
      *****************************************************************
       01  PROMOCAL-REC.
           05 PC-ITEM-CODE            PIC X(10).
           05 PC-PROMO-CODE           PIC X(8).
           05 PC-FROM-DATE            PIC X(8).
           05 PC-TO-DATE              PIC X(8).
           05 PC-PROMO-TYPE           PIC X(2).
