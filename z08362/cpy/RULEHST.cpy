      *****************************************************************
      * Copybook name:   RULEHST
      * Original author: JORGE JANAITE NETO
      * Date:            20261004
      *
      * Changes:
      *---------
      * 20261004: initial release
      * 20261015: RH-RUN-TIME added at the end of the record - the
      *           time the run that wrote the rule started, so a
      *           reader can tell a same-date rerun from the run
      *           before it (record 90 to 98 bytes; an existing
      *           RULEHIST is carried forward with RH-RUN-TIME blank)
      *
      *****************************************************************
      * RULE HISTORY RECORD - ASSOCRUL APPENDS ONE OF THESE TO THE
      * RULEHIST DATASET FOR EVERY RULE IT WRITES TO RULEOUT, STAMPED
      * WITH THE RUN DATE, THE SAME WAY FTFREQ APPENDS FREQHIST. A
      * RULE IS IDENTIFIED ACROSS CYCLES BY RH-KEY (ANTECEDENT MASK +
      * CONSEQUENT MASK); RULEXTR'S RULE IDS ARE NOT STABLE ACROSS
      * EXTRACTS AND ARE NOT CARRIED HERE.
      *
      * A CYCLE RERUN ON THE SAME DATE APPENDS ITS RULES AGAIN, WITH
      * A LATER RH-RUN-TIME - A READER TAKES ONLY THE LATEST RUN TIME
      * WITHIN ONE RUN DATE, SO A RULE THE RERUN NO LONGER PRODUCES
      * IS NOT CARRIED OVER FROM THE EARLIER RUN. RH-RUN-DATE AND
      * RH-RUN-TIME ARE TAKEN ONCE PER RUN UNIT, SO EVERY LEVEL PAIR
      * OF ONE LVLDRV CHAIN CARRIES THE SAME STAMP. RULDRIFT COMPARES
      * THE LATEST RUN DATE WITH THE ONE BEFORE.
      *****************************************************************
       01  RULEHST-REC.
           05 RH-RUN-DATE             PIC X(8).
           05 RH-KEY.
              10 RH-ANTE-SEQ          PIC X(24).
              10 RH-CONS-SEQ          PIC X(24).
           05 RH-ANTE-FREQ            PIC 9(9).
           05 RH-COMB-FREQ            PIC 9(9).
           05 RH-CONFIDENCE           PIC 9(3)V9(4).
           05 RH-LIFT                 PIC 9(5)V9(4).
           05 RH-RUN-TIME             PIC X(8).
