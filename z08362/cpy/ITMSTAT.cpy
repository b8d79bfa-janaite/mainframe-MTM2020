      * Changes:
      *---------
      * 20260830: initial release
      * 20261012: STATUPD journals every change on STATJRNL
      *
      *****************************************************************
      * ITEMSET STATISTICS MASTER RECORD - ONE RECORD PER ITEMSET,
      * IS-CYCLES-PRESENT COUNTS CONSECUTIVE CYCLES THE ITEMSET
      * SURVIVED THE SUPPORT FILTER - STATUPD RESETS IT TO ZERO FOR
      * ANY ITEMSET ABSENT FROM THE LATEST RUN.
      *
      * EVERY RECORD STATUPD WRITES OR REWRITES IS JOURNALED WITH ITS
      * BEFORE AND AFTER IMAGE ON STATJRNL (SEE COPYBOOK STATJRN),
      * WHICH IS WHAT CYCBKOUT PUTS A BACKED-OUT CYCLE BACK FROM.
      *****************************************************************
       01  ITMSTAT-REC.
           05 IS-MASK                 PIC X(24).
