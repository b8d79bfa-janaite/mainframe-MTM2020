      *****************************************************************
      * Copybook name:   STATJRN
      * Original author: JORGE JANAITE NETO
      * Date:            20261012
      *
      * Changes:
      *---------
      * 20261012: initial release
      *
      *****************************************************************
      * ITMSTATS BEFORE-IMAGE JOURNAL RECORD - STATUPD APPENDS ONE OF
      * THESE TO THE STATJRNL DATASET FOR EVERY ITMSTATS RECORD IT
      * WRITES, REWRITES OR RESETS, STAMPED WITH ITS RUN DATE AND
      * START TIME (THE SAME TWO FIELDS AS ITS CYCLELOG RECORD).
      * CYCBKOUT WORKS FROM IT TO PUT A CYCLE'S ITMSTATS RECORDS BACK
      * THE WAY THEY WERE BEFORE THE CYCLE.
      *
      * SJ-ACTION:
      *    'I' - INSERTED (THE ITEMSET WAS NEW - THE BEFORE IMAGE IS
      *          ZEROS/SPACES AND A BACKOUT DELETES THE RECORD)
      *    'U' - UPDATED FROM THE CYCLE'S OUTDATA
      *    'R' - STREAK RESET BY THE ABSENT-ITEMSET SWEEP
      *
      * SJ-BEFORE IS THE RECORD AS IT WAS READ, SJ-AFTER AS IT WAS
      * WRITTEN. STATUPD RUNS AFTER EVERY FTFREQ STEP, SO ONE CYCLE
      * DATE CAN JOURNAL THE SAME ITEMSET MORE THAN ONCE - THE FIRST
      * BEFORE IMAGE OF THE DATE IS THE PRE-CYCLE STATE AND THE LAST
      * AFTER IMAGE IS WHAT THE CYCLE LEFT ON THE MASTER.
      *****************************************************************
       01  STATJRN-REC.
           05 SJ-RUN-DATE             PIC X(8).
           05 SJ-START-TIME           PIC X(8).
           05 SJ-ACTION               PIC X(1).
           05 SJ-MASK                 PIC X(24).
           05 SJ-BEFORE.
              10 SJ-BEF-FREQ          PIC 9(9).
              10 SJ-BEF-SUPPORT-PCT   PIC 9(3)V9(2).
              10 SJ-BEF-LAST-SEEN     PIC X(8).
              10 SJ-BEF-CYCLES        PIC 9(5).
           05 SJ-AFTER.
              10 SJ-AFT-FREQ          PIC 9(9).
              10 SJ-AFT-SUPPORT-PCT   PIC 9(3)V9(2).
              10 SJ-AFT-LAST-SEEN     PIC X(8).
              10 SJ-AFT-CYCLES        PIC 9(5).
