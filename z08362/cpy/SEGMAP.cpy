      *****************************************************************
      * Copybook name:   SEGMAP
      * Original author: JORGE JANAITE NETO
      * Date:            20261015
      *
      * Changes:
      *---------
      * 20261015: initial release
      *
      *****************************************************************
      * SEGMENT OUTPUT-SLOT MAP RECORD - SEGFREQ WRITES ONE OF THESE
      * TO THE SEGMAP DATASET PER ACTIVE SEGMENT, SO THE FIRST-SEEN
      * SLOT ASSIGNMENT (SLOT N WROTE SEGOUT0N) CAN BE READ BY A
      * PROGRAM INSTEAD OF ONLY FROM THE SEGCMPRT HEADER.
      *
      * SM-ORDER-TOTAL IS THE SEGMENT'S OWN ORDER COUNT - THE BASE A
      * SEGOUT0N FREQUENCY IS A PERCENT OF. SM-RUN-DATE AND SM-BASIS
      * (C OR D, THE SEGFREQ PARM) ARE THE SAME ON EVERY RECORD OF A
      * RUN. SEGMAP IS REWRITTEN EVERY RUN, LIKE THE SEGOUT FILES.
      *****************************************************************
       01  SEGMAP-REC.
           05 SM-SLOT                 PIC 9(1).
           05 SM-SEGMENT              PIC X(2).
           05 SM-ORDER-TOTAL          PIC 9(9).
           05 SM-RUN-DATE             PIC X(8).
           05 SM-BASIS                PIC X(1).
