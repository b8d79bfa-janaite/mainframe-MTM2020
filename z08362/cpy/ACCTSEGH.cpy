      *****************************************************************
      * Copybook name:   ACCTSEGH
      * Original author: JORGE JANAITE NETO
      * Date:            20261008
      *
      * Changes:
      *---------
      * 20261008: initial release
      *
      *****************************************************************
      * ACCOUNT SEGMENT HISTORY RECORD - ACCTMNT APPENDS ONE OF THESE
      * TO THE ACCTSEGH DATASET FOR EVERY ADD, SEGMENT CHANGE AND
      * DELETE IT APPLIES TO ACCTMST. THE ACCOUNT HOLDS SH-SEGMENT
      * FROM SH-EFF-DATE UNTIL THE EFFECTIVE DATE OF ITS NEXT RECORD;
      * A DELETE IS RECORDED UNDER THE RESERVED SEGMENT CODE '??' (NOT
      * ON THE MASTER).
      *
      * THE DATASET IS APPENDED IN THE ORDER THE CHANGES WERE KEYED,
      * NOT IN EFFECTIVE-DATE ORDER - A BACKDATED RECLASSIFICATION IS
      * LEGITIMATE. A READER TAKES, FOR AN ACCOUNT AND A DATE, THE
      * RECORD WITH THE LATEST SH-EFF-DATE NOT AFTER THAT DATE, AND
      * THE LAST SUCH RECORD WHEN TWO SHARE AN EFFECTIVE DATE.
      * SH-PRIOR-SEGMENT IS WHAT THE ACCOUNT HELD JUST BEFORE THE
      * CHANGE ('??' FOR AN ADD), SO A DATE EARLIER THAN AN ACCOUNT'S
      * FIRST HISTORY RECORD - AN ACCOUNT CLASSIFIED BEFORE THIS
      * DATASET EXISTED - RESOLVES TO THE PRIOR SEGMENT OF THAT FIRST
      * RECORD. SEGFREQ'S ORDER-DATE MODE READS IT THAT WAY.
      *****************************************************************
       01  ACCTSEGH-REC.
           05 SH-ACCOUNT              PIC X(10).
           05 SH-EFF-DATE             PIC X(8).
           05 SH-SEGMENT              PIC X(2).
           05 SH-PRIOR-SEGMENT        PIC X(2).
           05 SH-ACTION               PIC X(1).
           05 SH-USER                 PIC X(8).
           05 SH-KEYED-DATE           PIC X(8).
