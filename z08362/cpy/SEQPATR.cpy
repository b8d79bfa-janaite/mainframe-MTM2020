      *****************************************************************
      * Copybook name:   SEQPATR
      * Original author: JORGE JANAITE NETO
      * Date:            20261001
      *
      * Changes:
      *---------
      * 20261001: initial release
      *
      *****************************************************************
      * SEQUENTIAL ("BOUGHT NEXT") PATTERN RECORD - ONE RECORD PER
      * FIRST-ITEM/LATER-ITEM PAIR, WRITTEN BY SEQPAT RANKED
      * DESCENDING BY THE NUMBER OF ACCOUNTS SHOWING THE PATTERN.
      *
      * AN ACCOUNT SHOWS THE PATTERN WHEN ONE OF ITS ORDERS CARRIES
      * THE FIRST ITEM AND A LATER ORDER OF THE SAME ACCOUNT, WITHIN
      * THE OPERATOR'S DAY WINDOW, CARRIES THE LATER ITEM. FIRST AND
      * LATER ITEM MAY BE THE SAME CODE - THAT IS A REPLENISHMENT.
      *
      * SP-MEDIAN-DAYS IS THE MEDIAN, OVER THE ACCOUNTS SHOWING THE
      * PATTERN, OF EACH ACCOUNT'S SHORTEST GAP BETWEEN THE TWO.
      * SP-SUPPORT-PCT IS SP-ACCOUNTS AS A PERCENT OF ALL ACCOUNTS
      * WITH AT LEAST ONE DATED ORDER.
      *****************************************************************
       01  SEQPAT-REC.
           05 SP-FIRST-ITEM           PIC X(10).
           05 SP-LATER-ITEM           PIC X(10).
           05 SP-ACCOUNTS             PIC 9(9).
           05 SP-MEDIAN-DAYS          PIC 9(3).
           05 SP-SUPPORT-PCT          PIC 9(3)V9(2).
