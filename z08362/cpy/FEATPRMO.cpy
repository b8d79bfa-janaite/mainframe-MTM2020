      *****************************************************************
      * Copybook name:   FEATPRMO
      * Original author: JORGE JANAITE NETO
      * Date:            20261005
      *
      * Changes:
      *---------
      * 20261005: initial release
      *
      *****************************************************************
      * PROMOTION SIBLING RECORD FOR THE FEATURE FILES - ONE RECORD
      * PER ORDER, WRITTEN BY TXFEAT UNDER THE SAME RELATIVE KEY AS
      * THE ORDER'S FEATDATA/FEATACCT/FEATPERD/FEATQTY RECORDS.
      *
      * FM-PROMO-FLAG IS 'Y' WHEN ANY ITEM SOLD ON THE ORDER WAS ON
      * PROMOTION (SEE COPYBOOK PROMOCAL) ON THE ORDER'S DATE, 'N'
      * WHEN NONE WAS - AN ORGANIC ORDER. FM-PROMO-CODE IS THE FIRST
      * PROMOTION MATCHED AND FM-PROMO-ITEMS THE NUMBER OF SALE LINES
      * ON THE ORDER THAT WERE ON PROMOTION.
      *
      * FEATPRMO ONLY EXISTS FOR ORDERS LOADED SINCE THE PROMOTION
      * CALENDAR WORK - ONE FULL REBUILD BACKFILLS IT.
      *****************************************************************
       01  FEATPRMO-REC.
           05 FM-PROMO-FLAG           PIC X(1).
           05 FM-PROMO-CODE           PIC X(8).
           05 FM-PROMO-ITEMS          PIC 9(3).
