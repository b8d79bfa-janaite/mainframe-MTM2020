      * Changes:
      *---------
      * 20260907: initial release
      * 20261008: maintained by ACCTMNT (no more hand edits); every
      *           segment change is also kept, effective-dated, on
      *           ACCTSEGH
      *
      *****************************************************************
      * ACCOUNT MASTER RECORD - ONE RECORD PER ACCOUNT, SEQUENTIAL,
      * SEGFREQ JOINS FEATACCT AGAINST THIS MASTER TO SCORE ITEMSET
      * SUPPORT PER SEGMENT. AN ACCOUNT ON FEATACCT BUT NOT ON THE
      * MASTER SCORES UNDER THE RESERVED SEGMENT CODE '??'.
      *
      * ACCTMNT IS THE ONLY PROGRAM THAT CHANGES THIS MASTER - IT
      * EDITS AM-SEGMENT AGAINST THE SEGCODES TABLE (SEE COPYBOOK
      * SEGCODE), TAKES AM-SEG-NAME FROM THERE, AND WRITES EVERY
      * SEGMENT CHANGE TO ACCTSEGH (SEE COPYBOOK) SO A
      * RECLASSIFICATION DOES NOT REWRITE PAST SEGMENT REPORTING.
      *****************************************************************
       01  ACCTMST-REC.
           05 AM-ACCOUNT              PIC X(10).
