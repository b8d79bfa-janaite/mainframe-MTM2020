      * Changes:
      *---------
      * 20260917: initial release
      * 20261012: backout marker record written by CYCBKOUT
      *
      *****************************************************************
      * SHARED CYCLE-LOG RECORD - EVERY BATCH PROGRAM IN THE SUITE
      * THE CONDITION IS THE PROGRAM'S RETURN-CODE AT THE MOMENT THE
      * RECORD WAS WRITTEN. A STEP THAT ABENDED BEFORE ITS LOG WRITE
      * SIMPLY HAS NO RECORD - THE GAP ITSELF IS THE FINDING.
      *
      * BACKOUT MARKER - WHEN CYCBKOUT TAKES A CYCLE BACK OUT IT
      * APPENDS, AFTER ITS OWN RECORD, ONE RECORD WITH CY-PROGRAM
      * 'BACKOUT' AND CY-RUN-DATE THE BACKED-OUT CYCLE'S DATE. THE
      * TIMES AND CONDITION ARE THE BACKOUT RUN'S; CY-IN-COUNT IS THE
      * ITMSTATS RECORDS REVERSED AND CY-OUT-COUNT THE FREQHIST
      * RECORDS REMOVED. EVERY RECORD OF THAT DATE LOGGED BEFORE THE
      * MARKER BELONGS TO THE BACKED-OUT RUN; ONE LOGGED AFTER IT IS
      * A RERUN OF THE CYCLE.
      *****************************************************************
       01  CYCLOG-REC.
           05 CY-PROGRAM              PIC X(8).
