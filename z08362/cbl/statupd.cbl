      * 20260917: appends a standard cycle-log record to the shared
      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report
      * 20261012: every ITMSTATS insert, update and streak reset is
      *           journaled with its before and after image on the
      *           STATJRNL dataset (see copybook STATJRN) so CYCBKOUT
      *           can take a bad cycle back out of the master
      * 20261015: the journal record is now written before the
      *           ITMSTATS write or rewrite it describes, so a run
      *           that stops between the two leaves a journaled change
      *           (which CYCBKOUT finds already undone) rather than an
      *           unjournaled one
      *
      *****************************************************************
      * MAINTAIN THE INDEXED ITEMSET STATISTICS MASTER FROM FTFREQ
      * I-O:
      *    ITMSTATS dataset - ORGANIZATION INDEXED, RECORD KEY THE
      *        ITEMSET MASK - CREATED EMPTY ON FIRST RUN
      *
      * OUTPUT:
      *    STATJRNL dataset - BEFORE/AFTER IMAGE OF EVERY ITMSTATS
      *        RECORD THIS RUN WROTE, APPENDED ACROSS RUNS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STATUPD.
              RECORD KEY IS IS-MASK
              FILE STATUS IS FS3.

           SELECT JOURNAL-FILE ASSIGN TO STATJRNL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS4.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       FD  STAT-FILE.
           COPY ITMSTAT.

       FD  JOURNAL-FILE.
           COPY STATJRN.

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       01  FS1                   PIC X(2).
       01  FS2                   PIC X(2).
       01  FS3                   PIC X(2).
       01  FS4                   PIC X(2).
       01  WS-EOF                PIC X(1).
       01  WS-RUN-DATE           PIC X(8).
       01  WS-TOTAL-REG          PIC 9(9)   VALUE 0.
       01  WS-INSERT-COUNT       PIC 9(9)   VALUE 0.
       01  WS-UPDATE-COUNT       PIC 9(9)   VALUE 0.
       01  WS-RESET-COUNT        PIC 9(9)   VALUE 0.
       01  WS-JOURNAL-COUNT      PIC 9(9)   VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'STATUPD ITEMSETS INSERTED ' WS-INSERT-COUNT.
           DISPLAY 'STATUPD ITEMSETS UPDATED  ' WS-UPDATE-COUNT.
           DISPLAY 'STATUPD CYCLES RESET      ' WS-RESET-COUNT.
           DISPLAY 'STATUPD JOURNAL RECORDS   ' WS-JOURNAL-COUNT.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

           END-READ.

       INSERT-ITEMSET.
           MOVE 'I' TO SJ-ACTION.
           MOVE 0 TO SJ-BEF-FREQ.
           MOVE 0 TO SJ-BEF-SUPPORT-PCT.
           MOVE SPACES TO SJ-BEF-LAST-SEEN.
           MOVE 0 TO SJ-BEF-CYCLES.
           MOVE OD-SEQ TO IS-MASK.
           MOVE OD-FREQ TO IS-FREQ.
           PERFORM SET-SUPPORT-PCT.
           MOVE WS-RUN-DATE TO IS-FIRST-SEEN.
           MOVE WS-RUN-DATE TO IS-LAST-SEEN.
           MOVE 1 TO IS-CYCLES-PRESENT.
           PERFORM WRITE-JOURNAL.
           WRITE ITMSTAT-REC
              INVALID KEY
                 DISPLAY 'STATUPD INSERT-ITEMSET FS3=' FS3
           ADD 1 TO WS-INSERT-COUNT.

       UPDATE-ITEMSET.
           MOVE 'U' TO SJ-ACTION.
           PERFORM SAVE-BEFORE-IMAGE.
           MOVE OD-FREQ TO IS-FREQ.
           PERFORM SET-SUPPORT-PCT.
      *    A RERUN OF THE SAME CYCLE MUST NOT INFLATE THE
              ADD 1 TO IS-CYCLES-PRESENT
           END-IF.
           MOVE WS-RUN-DATE TO IS-LAST-SEEN.
           PERFORM WRITE-JOURNAL.
           REWRITE ITMSTAT-REC
              INVALID KEY
                 DISPLAY 'STATUPD UPDATE-ITEMSET FS3=' FS3
           END-REWRITE.
           ADD 1 TO WS-UPDATE-COUNT.

       SAVE-BEFORE-IMAGE.
           MOVE IS-FREQ TO SJ-BEF-FREQ.
           MOVE IS-SUPPORT-PCT TO SJ-BEF-SUPPORT-PCT.
           MOVE IS-LAST-SEEN TO SJ-BEF-LAST-SEEN.
           MOVE IS-CYCLES-PRESENT TO SJ-BEF-CYCLES.

      *    THE JOURNAL IS WHAT A BACKOUT WORKS FROM - A RECORD CHANGED
      *    WITHOUT ITS BEFORE IMAGE COULD NEVER BE PUT BACK, SO THE
      *    JOURNAL RECORD GOES OUT FIRST (BUILT FROM THE NEW IMAGE IN
      *    THE RECORD AREA, NOT YET ON THE MASTER) AND A FAILED
      *    JOURNAL WRITE STOPS THE RUN BEFORE THE MASTER IS TOUCHED
       WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO SJ-RUN-DATE.
           MOVE WS-CYC-START TO SJ-START-TIME.
           MOVE IS-MASK TO SJ-MASK.
           MOVE IS-FREQ TO SJ-AFT-FREQ.
           MOVE IS-SUPPORT-PCT TO SJ-AFT-SUPPORT-PCT.
           MOVE IS-LAST-SEEN TO SJ-AFT-LAST-SEEN.
           MOVE IS-CYCLES-PRESENT TO SJ-AFT-CYCLES.
           WRITE STATJRN-REC.
           IF FS4 NOT = '00' THEN
              DISPLAY 'STATUPD WRITE-JOURNAL FS4=' FS4
              STOP RUN
           END-IF.
           ADD 1 TO WS-JOURNAL-COUNT.

       SET-SUPPORT-PCT.
           IF WS-TOTAL-REG > 0 THEN
              COMPUTE IS-SUPPORT-PCT ROUNDED =
              IF WS-EOF NOT = 'Y' THEN
                 IF IS-LAST-SEEN NOT = WS-RUN-DATE AND
                    IS-CYCLES-PRESENT > 0 THEN
                    MOVE 'R' TO SJ-ACTION
                    PERFORM SAVE-BEFORE-IMAGE
                    MOVE 0 TO IS-CYCLES-PRESENT
                    PERFORM WRITE-JOURNAL
                    REWRITE ITMSTAT-REC
                       INVALID KEY
                          DISPLAY 'STATUPD RESET-ABSENT FS3=' FS3
              DISPLAY 'STATUPD OPEN-DATA FS3=' FS3
              STOP RUN
           END-IF.
      *    THE JOURNAL ACCUMULATES ACROSS RUNS - EXTEND, WITH THE
      *    FIRST-RUN FALLBACK IDIOM FTFREQ'S HISTORY FILE USES
           OPEN EXTEND JOURNAL-FILE.
           IF FS4 = '05' OR FS4 = '35' THEN
              OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF FS4 NOT = '00' THEN
              DISPLAY 'STATUPD OPEN-DATA FS4=' FS4
              STOP RUN
           END-IF.

       CLOSE-DATA.
           CLOSE OUTDATA-FILE.
           CLOSE TOTALREG-FILE.
           CLOSE STAT-FILE.
           CLOSE JOURNAL-FILE.
