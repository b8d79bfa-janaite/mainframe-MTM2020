      *****************************************************************
      * Copybook name:   FEATARC
      * Original author: JORGE JANAITE NETO
      * Date:            20261007
      *
      * Changes:
      *---------
      * 20261007: initial release
      *
      *****************************************************************
      * FEATURE-FILE ARCHIVE RECORD - ONE RECORD PER ORDER FEATPURG
      * DROPPED FROM THE FEATURE-FILE FAMILY, APPENDED ACROSS RUNS.
      *
      * EVERYTHING THE FAMILY HELD FOR THE ORDER IS KEPT: ITS FEATORDX
      * ORDER ID, THE RELATIVE KEY IT HAD WHEN IT WAS PURGED, THE
      * FEATACCT ACCOUNT AND MASK, THE FEATPERD DATE AND TOTALS, THE
      * FEATQTY PER-COLUMN UNITS AND THE FEATPRMO PROMOTION FLAG.
      * FH-QTY-AVAIL AND FH-PRMO-AVAIL ARE 'N' WHEN THE SITE HAD NO
      * FEATQTY OR FEATPRMO DATASET AT PURGE TIME (THE FIELDS ARE THEN
      * ZERO/SPACES). FH-ORDER-ID IS SPACES WHEN FEATORDX CARRIED NO
      * ROW FOR THE KEY.
      *****************************************************************
       01  FEATARC-REC.
           05 FH-PURGE-DATE           PIC X(8).
           05 FH-ORDER-ID             PIC X(10).
           05 FH-OLD-KEY              PIC 9(9).
           05 FH-ACCOUNT              PIC X(10).
           05 FH-SEQ                  PIC X(24).
           05 FH-DATE                 PIC X(8).
           05 FH-QTY                  PIC 9(7).
           05 FH-AMOUNT               PIC 9(9)V9(2).
           05 FH-QTY-AVAIL            PIC X(1).
           05 FH-ITEM-QTY             PIC 9(7) OCCURS 24 TIMES.
           05 FH-PRMO-AVAIL           PIC X(1).
           05 FH-PROMO-FLAG           PIC X(1).
           05 FH-PROMO-CODE           PIC X(8).
           05 FH-PROMO-ITEMS          PIC 9(3).
