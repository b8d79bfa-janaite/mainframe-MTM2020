      *****************************************************************
      * Copybook name:   STEPPREQ
      * Original author: JORGE JANAITE NETO
      * Date:            20261010
      *
      * Changes:
      *---------
      * 20261010: initial release
      *
      *****************************************************************
      * STEP PREREQUISITE RECORD - ONE RECORD PER STEP/PREDECESSOR
      * PAIR, SEQUENTIAL, READ BY STEPGATE. A STEP WITH THREE
      * PREDECESSORS HAS THREE RECORDS; A STEP WITH NONE HAS NO
      * RECORD.
      *
      * SP-STEP AND SP-PREDECESSOR ARE PROGRAM NAMES EXACTLY AS THEY
      * APPEAR IN CY-PROGRAM ON CYCLELOG (SEE COPYBOOK CYCLOG).
      * SP-MAX-CONDITION IS THE HIGHEST CY-CONDITION ON THE
      * PREDECESSOR'S LAST RUN OF THE CYCLE THAT STILL LETS THE STEP
      * GO - 0 DEMANDS A CLEAN RUN, 4 ACCEPTS WARNINGS.
      *****************************************************************
       01  STEPPREQ-REC.
           05 SP-STEP                 PIC X(8).
           05 SP-PREDECESSOR          PIC X(8).
           05 SP-MAX-CONDITION        PIC 9(4).
