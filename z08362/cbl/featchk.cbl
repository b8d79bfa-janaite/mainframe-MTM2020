      * 20260917: appends a standard cycle-log record to the shared
      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report
      * 20261005: the FEATPRMO promotion sibling (see copybook
      *           FEATPRMO) is swept with the others - its count must
      *           match FEATDATA and every flag must be 'Y' or 'N'; a
      *           missing FEATPRMO is reported and skipped, the same
      *           as a missing FEATQTY
      *
      *****************************************************************
      * INTEGRITY VERIFIER FOR THE FEATURE-FILE SIBLINGS
      *
      * FEATDATA, FEATACCT, FEATPERD, FEATQTY AND FEATPRMO ARE MEANT
      * TO STAY IN LOCKSTEP BY RELATIVE KEY, AND FEATORDX TO CARRY
      * EXACTLY ONE INDEX ROW PER ORDER - BUT TXFEAT'S REPROCESS MODE
      * REWRITES MASKS IN PLACE, AND A DOUBLED APPEND-MODE FEED WOULD
      * LOAD THE SAME ORDERS TWICE WITH NOBODY NOTICING. THIS
      * STANDALONE AUDIT RUNS AHEAD OF FTFREQ AND HOLDS THE CHAIN WHEN
      * THE SIBLINGS HAVE DRIFTED.
      *
      * CHECKS:
      *    1. THE RELATIVE SIBLINGS HAVE MATCHING RECORD COUNTS AND
      *    3. EVERY FP-DATE IS A VALID CALENDAR DATE
      *    4. FEATORDX CARRIES NO DUPLICATE ORDER IDS, NO KEY OUTSIDE
      *       THE FILE, AND ONE ROW PER FEATDATA RECORD
      *    5. EVERY FEATPRMO PROMOTION FLAG IS 'Y' OR 'N'
      *
      * FEATQTY ONLY EXISTS FOR DATA LOADED SINCE THE RETURNS WORK -
      * A MISSING FEATQTY DATASET IS REPORTED BUT DOES NOT FAIL THE
      * RUN ON ITS OWN. THE SAME GOES FOR FEATPRMO, WHICH ONLY EXISTS
      * FOR DATA LOADED SINCE THE PROMOTION CALENDAR WORK.
      *
      * OUTPUT:
      *    FEATCHKR report - ONE LINE PER FINDING PLUS A SUMMARY;
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS5.

           SELECT PRMO-FILE ASSIGN TO FEATPRMO
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS PRMO-FILE-KEY
              FILE STATUS IS FS7.

           SELECT REPORT-FILE ASSIGN TO FEATCHKR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
       FD  QTY-FILE.
           COPY FEATQTY.

       FD  PRMO-FILE.
           COPY FEATPRMO.

       FD  ORDX-FILE.
       01  ORDX-REC.
           05  ORDX-ORDER-ID         PIC X(10).
       01  FS4                       PIC X(2).
       01  FS5                       PIC X(2).
       01  FS6                       PIC X(2).
       01  FS7                       PIC X(2).
       01  WS-EOF                    PIC X(1).

       01  FEATURE-FILE-KEY          PIC 9(9)   VALUE 0.
       01  ACCOUNT-FILE-KEY          PIC 9(9)   VALUE 0.
       01  PERIOD-FILE-KEY           PIC 9(9)   VALUE 0.
       01  QTY-FILE-KEY              PIC 9(9)   VALUE 0.
       01  PRMO-FILE-KEY             PIC 9(9)   VALUE 0.

       01  WS-KEY                    PIC 9(9)   VALUE 0.
       01  WS-EOF-DATA               PIC X(1).
       01  WS-EOF-PERD               PIC X(1).
       01  WS-EOF-QTY                PIC X(1).
       01  WS-QTY-AVAIL              PIC X(1)   VALUE 'Y'.
       01  WS-EOF-PRMO               PIC X(1).
       01  WS-PRMO-AVAIL             PIC X(1)   VALUE 'Y'.

       01  WS-DATA-COUNT             PIC 9(9)   VALUE 0.
       01  WS-ACCT-COUNT             PIC 9(9)   VALUE 0.
       01  WS-PERD-COUNT             PIC 9(9)   VALUE 0.
       01  WS-QTY-COUNT              PIC 9(9)   VALUE 0.
       01  WS-PRMO-COUNT             PIC 9(9)   VALUE 0.
       01  WS-BAD-PROMO-FLAGS        PIC 9(9)   VALUE 0.
       01  WS-ORDX-COUNT             PIC 9(9)   VALUE 0.
       01  WS-FINDING-COUNT          PIC 9(9)   VALUE 0.
       01  WS-MASK-MISMATCHES        PIC 9(9)   VALUE 0.

      *****************************************************************
      * ONE KEYED SWEEP FROM KEY 1 UP - EACH SIBLING IS READ AT EVERY
      * KEY UNTIL ALL FIVE HAVE ENDED, SO A SHORT FILE OR A HOLE SHOWS
      * UP AS A COUNT MISMATCH. MASKS ARE COMPARED AND DATES VALIDATED
      * ALONG THE WAY.
      *****************************************************************
           ELSE
              MOVE 'Y' TO WS-EOF-QTY
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              MOVE 'N' TO WS-EOF-PRMO
           ELSE
              MOVE 'Y' TO WS-EOF-PRMO
           END-IF.
           MOVE 0 TO WS-KEY.
           PERFORM UNTIL WS-EOF-DATA = 'Y' AND WS-EOF-ACCT = 'Y' AND
              WS-EOF-PERD = 'Y' AND WS-EOF-QTY = 'Y' AND
              WS-EOF-PRMO = 'Y'
              ADD 1 TO WS-KEY
              PERFORM READ-SIBLING-SET
              IF WS-EOF-DATA = 'N' AND WS-EOF-ACCT = 'N' THEN
              IF WS-EOF-PERD = 'N' THEN
                 PERFORM CHECK-PERIOD-DATE
              END-IF
              IF WS-EOF-PRMO = 'N' THEN
                 PERFORM CHECK-PROMO-FLAG
              END-IF
           END-PERFORM.

       READ-SIBLING-SET.
                 ADD 1 TO WS-QTY-COUNT
              END-IF
           END-IF.
           IF WS-EOF-PRMO = 'N' THEN
              MOVE WS-KEY TO PRMO-FILE-KEY
              READ PRMO-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF-PRMO
              END-READ
              IF FS7 NOT = '00' THEN
                 MOVE 'Y' TO WS-EOF-PRMO
              ELSE
                 ADD 1 TO WS-PRMO-COUNT
              END-IF
           END-IF.

       COMPARE-MASKS.
           IF FA-SEQ NOT = SEQ THEN
              PERFORM WRITE-FINDING
           END-IF.

       CHECK-PROMO-FLAG.
           IF FM-PROMO-FLAG NOT = 'Y' AND FM-PROMO-FLAG NOT = 'N' THEN
              ADD 1 TO WS-BAD-PROMO-FLAGS
              MOVE WS-KEY TO WS-KEY-DISP
              MOVE SPACES TO WS-RPT-LINE
              STRING 'KEY ' WS-KEY-DISP
                 ' FEATPRMO FLAG ' FM-PROMO-FLAG ' NOT Y OR N'
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-FINDING
           END-IF.

      *    CALENDAR VALIDATION INCLUDING MONTH LENGTHS AND THE LEAP
      *    RULE - FEBRUARY 29 IS ONLY GOOD IN A LEAP YEAR
       VALIDATE-DATE.
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-FINDING
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' AND
              WS-PRMO-COUNT NOT = WS-DATA-COUNT THEN
              MOVE WS-DATA-COUNT TO WS-CNT-DISP-1
              MOVE WS-PRMO-COUNT TO WS-CNT-DISP-2
              MOVE SPACES TO WS-RPT-LINE
              STRING 'FEATDATA COUNT ' WS-CNT-DISP-1
                 ' NOT EQUAL FEATPRMO COUNT ' WS-CNT-DISP-2
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-FINDING
           END-IF.

       REPORT-COUNT-MISMATCH.
           MOVE WS-DATA-COUNT TO WS-CNT-DISP-1.
           DISPLAY 'FEATCHK BAD DATES         ' WS-BAD-DATES.
           DISPLAY 'FEATCHK DUPLICATE ORDERS  ' WS-DUP-ORDERS.
           DISPLAY 'FEATCHK BAD INDEX KEYS    ' WS-BAD-ORDX-KEYS.
           DISPLAY 'FEATCHK BAD PROMO FLAGS   ' WS-BAD-PROMO-FLAGS.

       OPEN-DATA.
           OPEN INPUT FEATURE-FILE.
                 STOP RUN
              END-IF
           END-IF.
      *    SAME FOR DATA LOADED BEFORE THE PROMOTION CALENDAR WORK
           OPEN INPUT PRMO-FILE.
           IF FS7 = '05' OR FS7 = '35' THEN
              MOVE 'N' TO WS-PRMO-AVAIL
              DISPLAY 'FEATCHK FEATPRMO NOT PRESENT - SKIPPED'
           ELSE
              IF FS7 NOT = '00' THEN
                 DISPLAY 'FEATCHK OPEN-DATA FS7=' FS7
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT ORDX-FILE.
           IF FS5 NOT = '00' THEN
              DISPLAY 'FEATCHK OPEN-DATA FS5=' FS5
           IF WS-QTY-AVAIL = 'Y' THEN
              CLOSE QTY-FILE
           END-IF.
           IF WS-PRMO-AVAIL = 'Y' THEN
              CLOSE PRMO-FILE
           END-IF.
           CLOSE ORDX-FILE.
           CLOSE REPORT-FILE.
