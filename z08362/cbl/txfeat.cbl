      *           in a saleless group the same record landed on both
      *           RECYCLE and RETPEND and was applied by both
      *           recovery modes
      * 20261005: promotion flagging - the PROMOCAL promotion calendar
      *           (see copybook PROMOCAL, edited by PRMEDIT) is loaded
      *           at startup and every order written in rebuild or
      *           append mode also gets a FEATPRMO promotion sibling
      *           record (see copybook FEATPRMO) under the same
      *           relative key, flagged 'Y' when any item sold on the
      *           order was on promotion on the order's date. PRMSCORE
      *           scores promo and organic orders apart from it. A
      *           missing PROMOCAL is reported and every order is then
      *           written organic
      * 20261011: the processing mode now comes from the RUNPARM
      *           dataset (see copybook) as setting MODE, a non-blank
      *           PARM byte 1 still overriding it, and the mode used
      *           is appended to CYCLPARM next to the CYCLELOG record
      * 20261013: commit points and restart for append and
      *           return-apply runs - every COMMIT-INTERVAL orders
      *           (RUNPARM setting, PARM bytes 2-5 override) the
      *           last order id, TRANFILE position, next relative key
      *           and sibling record counts are rewritten on the
      *           TXFCKPT commit-point dataset. A rerun after an abend
      *           backs out whatever the run wrote after the last
      *           commit point (FEATDATA family keys deleted,
      *           FEATORDX/RECYCLE/RETPEND/RECYOUT trimmed, return
      *           netting reversed from the TXFJRNL before images),
      *           skips the committed TRANFILE records and carries on;
      *           a TXRSTRPT restart report shows what was kept,
      *           backed out, skipped and reprocessed
      * 20261015: an append, return-apply or reprocess run without
      *           commit points now checks TXFCKPT too and is refused
      *           with RC 8 while a run is still in flight on it -
      *           only the commit-mode restart may finish that run
      *
      *****************************************************************
      * TRANSLATE A RAW TRANSACTION EXTRACT INTO THE FEATDATA BITMASK
      * per order, one net-units counter per mask column - it is what
      * lets a later return be netted item by item.
      *
      * A FEATPRMO promotion dataset (see copybook FEATPRMO) is
      * written under the same relative key as FEATDATA, one record
      * per order, flagging the order when any item sold on it was on
      * the PROMOCAL promotion calendar on the order's date. Returns
      * do not unflag an order - it was still bought on promotion.
      *
      * PARM: byte 1 = processing mode, 'A' = append (delta),
      * 'R' = reprocess, 'T' = return-apply, anything else = full
      * rebuild. Read from RUNPARM as setting MODE under program
      * TXFEAT; a non-blank PARM byte 1 overrides it.
      * bytes 2-5 = commit interval (0001-9999) for append and
      * return-apply runs, read from RUNPARM as setting
      * COMMIT-INTERVAL; non-blank PARM bytes override it. 0000 OR
      * ABSENT = NO COMMIT POINTS. IGNORED IN THE OTHER MODES (A
      * REBUILD REWRITES EVERYTHING AND IS RERUN FROM THE TOP, AND
      * REPROCESS ONLY EVER FOLDS BITS IN). AN APPEND, RETURN-APPLY
      * OR REPROCESS RUN WITHOUT COMMIT POINTS IS REFUSED WITH RC 8
      * WHILE TXFCKPT HOLDS A RUN IN FLIGHT.
      *
      * COMMIT POINTS - EVERY COMMIT-INTERVAL ORDERS (APPEND) OR
      * RETURN RECORDS (RETURN-APPLY) THE RUN HARDENS ITS OUTPUT
      * FILES AND REWRITES THE SINGLE TXFCKPT RECORD WITH THE LAST
      * ORDER ID, HOW MANY TRANFILE RECORDS ARE DONE, THE NEXT
      * RELATIVE KEY AND THE RECORD COUNT OF EVERY SEQUENTIAL
      * SIBLING. A CLEAN END CLEARS IT. A RERUN THAT FINDS A RUN
      * STILL IN FLIGHT ON TXFCKPT (SAME MODE, SAME TRANFILE -
      * ANYTHING ELSE IS REFUSED WITH RC 8 BEFORE ANY FILE IS
      * TOUCHED) FIRST BACKS OUT WHAT THE FAILED RUN WROTE AFTER ITS
      * LAST COMMIT POINT:
      *    APPEND - FEATDATA/FEATACCT/FEATPERD/FEATQTY/FEATPRMO
      *        RECORDS PAST THE COMMITTED KEY ARE DELETED, AND
      *        FEATORDX/RECYCLE/RETPEND ARE TRIMMED BACK TO THEIR
      *        COMMITTED COUNTS (COPIED ASIDE THROUGH TXTRIMX/TXTRIMT
      *        AND BACK, AS FTFREQ'S RESTART TRIMS ITS OUTPUT)
      *    RETURN-APPLY - EVERY RETURN NETTED IN PLACE WRITES THE
      *        ORDER'S FEATDATA/FEATACCT/FEATPERD/FEATQTY BEFORE
      *        IMAGES TO THE TXFJRNL JOURNAL FIRST (EMPTIED AT EACH
      *        COMMIT POINT); THE RERUN PUTS THOSE IMAGES BACK, SO NO
      *        RETURN IS EVER NETTED TWICE, AND TRIMS RECYOUT
      * THEN IT SKIPS THE COMMITTED TRANFILE RECORDS AND CARRIES ON
      * FROM THE FIRST UNCOMMITTED ONE. THE TXRSTRPT REPORT (WRITTEN
      * BY EVERY RUN WITH COMMIT POINTS ON) SHOWS WHAT WAS KEPT,
      * BACKED OUT, SKIPPED AND REPROCESSED.
      *
      * IN APPEND MODE, TRANFILE CARRIES ONLY THE DAY'S NEW ORDERS -
      * FEATDATA/FEATACCT/RECYCLE/FEATORDX ARE EXTENDED IN PLACE, THE
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS8.

           SELECT PROMO-FILE ASSIGN TO PROMOCAL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS9.

           SELECT PRMO-FILE ASSIGN TO FEATPRMO
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS DYNAMIC
              RELATIVE KEY IS PRMO-FILE-KEY
              FILE STATUS IS FS10.

           SELECT CKPT-FILE ASSIGN TO TXFCKPT
              ORGANIZATION IS RELATIVE
              ACCESS MODE IS RANDOM
              RELATIVE KEY IS CKPT-FILE-KEY
              FILE STATUS IS FS11.

           SELECT JRNL-FILE ASSIGN TO TXFJRNL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS12.

           SELECT TRIMT-FILE ASSIGN TO TXTRIMT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS13.

           SELECT TRIMX-FILE ASSIGN TO TXTRIMX
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS14.

           SELECT RSTRPT-FILE ASSIGN TO TXRSTRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS15.

           SELECT CYCLOG-FILE ASSIGN TO CYCLELOG
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYC.

           SELECT RUNPARM-FILE ASSIGN TO RUNPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RP-KEY
              FILE STATUS IS FS-RP.

           SELECT CYCPARM-FILE ASSIGN TO CYCLPARM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-CYP.

       DATA DIVISION.
       FILE SECTION.

       01  RETPEND-REC.
           COPY TRANREC REPLACING ==:TRAN:== BY ==RTP==.

       FD  PROMO-FILE.
           COPY PROMOCAL.

       FD  PRMO-FILE.
           COPY FEATPRMO.

      *    THE COMMIT POINT - ONE RECORD, REWRITTEN IN PLACE. TC-MODE
      *    IS SPACE WHEN NO RUN IS IN FLIGHT; OTHERWISE THE FIGURES
      *    ARE WHERE THE RUN STOOD AT ITS LAST COMMIT POINT. THE
      *    FEATDATA/FEATACCT/FEATPERD/FEATQTY/FEATPRMO COUNT IS
      *    TC-NEXT-KEY - 1 (APPEND ONLY); THE SEQUENTIAL SIBLINGS ARE
      *    CARRIED AS WHOLE-FILE COUNTS, PRIOR RUNS' RECORDS INCLUDED
       FD  CKPT-FILE.
       01  TXCKPT-REC.
           05 TC-MODE           PIC X(1).
           05 TC-RUN-DATE       PIC X(8).
           05 TC-START-TIME     PIC X(8).
           05 TC-TRAN-DONE      PIC 9(9).
           05 TC-LAST-ORDER     PIC X(10).
           05 TC-NEXT-KEY       PIC 9(9).
           05 TC-PRIOR-COUNT    PIC 9(9).
           05 TC-ORDX-COUNT     PIC 9(9).
           05 TC-RECYCLE-COUNT  PIC 9(9).
           05 TC-RETPEND-COUNT  PIC 9(9).
           05 TC-RECYOUT-COUNT  PIC 9(9).
           05 TC-COMMIT-COUNT   PIC 9(9).
      *       THE RUN'S OWN COUNTERS AS AT THE COMMIT POINT, SO A
      *       RESTARTED RUN ENDS WITH WHOLE-RUN FIGURES
           05 TC-RUN-RECYCLE    PIC 9(9).
           05 TC-RUN-RETPEND    PIC 9(9).
           05 TC-RUN-RETURNS    PIC 9(9).
           05 TC-RUN-PROMO      PIC 9(9).
           05 TC-RUN-BITOFF     PIC 9(9).
           05 TC-RUN-APPLY      PIC 9(9).
           05 TC-RUN-SKIP       PIC 9(9).

      *    RETURN-APPLY BEFORE IMAGES - ONE RECORD PER RETURN NETTED
      *    SINCE THE LAST COMMIT POINT, WRITTEN BEFORE THE ORDER'S
      *    RECORDS ARE REWRITTEN. TJ-TRAN-SEQ IS THE RETURN'S TRANFILE
      *    RECORD NUMBER, SO AN IMAGE AT OR BELOW THE COMMITTED
      *    POSITION IS NEVER PUT BACK
       FD  JRNL-FILE.
       01  TXJRNL-REC.
           05 TJ-TRAN-SEQ       PIC 9(9).
           05 TJ-KEY            PIC 9(9).
           05 TJ-FEAT-IMAGE     PIC X(24).
           05 TJ-ACCT-IMAGE     PIC X(34).
           05 TJ-PERD-IMAGE     PIC X(26).
           05 TJ-QTY-IMAGE      PIC X(168).

      *    WORK FILES FOR THE RESTART TRIM - THE COMMITTED RECORDS ARE
      *    COPIED ASIDE AND BACK, DROPPING WHAT THE FAILED RUN WROTE
      *    AFTER ITS LAST COMMIT POINT
       FD  TRIMT-FILE.
       01  TRIMT-REC            PIC X(53).

       FD  TRIMX-FILE.
       01  TRIMX-REC            PIC X(19).

       FD  RSTRPT-FILE.
       01  RSTRPT-REC           PIC X(132).

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       FD  RUNPARM-FILE.
           COPY RUNPARM.

       FD  CYCPARM-FILE.
           COPY CYCPARM.

       WORKING-STORAGE SECTION.

       COPY ITMWDTH.
       01  WS-CYC-DATE           PIC X(8).
       01  WS-CYC-START          PIC X(8).
       01  WS-CYC-END            PIC X(8).

       01  FS-RP             PIC X(2).
       01  FS-CYP            PIC X(2).
       01  WS-RP-AVAIL       PIC X(1).
       01  WS-RP-FOUND       PIC X(1).
       01  WS-RP-NAME        PIC X(16).
       01  WS-RP-SOURCE      PIC X(8).
       01  WS-RP-SHOW        PIC X(16).
       01  WS-SET-COUNT      PIC 9(2)   VALUE 0.
       01  WS-SETX           PIC 9(2).
       01  WS-SET-TAB.
           05 WS-SET-ENTRY OCCURS 10 TIMES.
              10 WS-SET-NAME    PIC X(16).
              10 WS-SET-VALUE   PIC X(16).
              10 WS-SET-SOURCE  PIC X(8).
       01  WS-TRAN-READ-COUNT    PIC 9(9)  VALUE 0.

       01  FS1                   PIC X(2).
       01  FS6                   PIC X(2).
       01  FS7                   PIC X(2).
       01  FS8                   PIC X(2).
       01  FS9                   PIC X(2).
       01  FS10                  PIC X(2).
       01  FEATURE-FILE-KEY      PIC 9(9)  VALUE 0.
       01  ACCOUNT-FILE-KEY      PIC 9(9)  VALUE 0.
       01  PERIOD-FILE-KEY       PIC 9(9)  VALUE 0.
       01  QTY-FILE-KEY          PIC 9(9)  VALUE 0.
       01  PRMO-FILE-KEY         PIC 9(9)  VALUE 0.

      *    COMMIT POINTS AND RESTART - SAME IDIOM AS FTFREQ'S FREQCKPT
       01  FS11                  PIC X(2).
       01  FS12                  PIC X(2).
       01  FS13                  PIC X(2).
       01  FS14                  PIC X(2).
       01  FS15                  PIC X(2).
       01  CKPT-FILE-KEY         PIC 9(1)  VALUE 1.
       01  WS-COMMIT-FREQ        PIC 9(4)  VALUE 0.
       01  WS-COMMIT-MODE        PIC X(1)  VALUE 'N'.
       01  WS-COMMIT-COUNTER     PIC 9(4)  VALUE 0.
       01  WS-COMMIT-TAKEN       PIC 9(9)  VALUE 0.
       01  WS-COMMIT-DONE        PIC 9(9)  VALUE 0.
       01  WS-COMMIT-ORDER       PIC X(10).
       01  WS-RESTART            PIC X(1)  VALUE 'N'.
       01  WS-RESTART-START      PIC 9(9)  VALUE 0.
       01  WS-RESTART-KEY        PIC 9(9)  VALUE 0.
       01  WS-RESTART-DATE       PIC X(8).
       01  WS-RESTART-TIME       PIC X(8).
       01  WS-RESTART-ORDER      PIC X(10).
       01  WS-RESTART-COMMITS    PIC 9(9)  VALUE 0.
       01  WS-ORDX-BASE          PIC 9(9)  VALUE 0.
       01  WS-RECYCLE-BASE       PIC 9(9)  VALUE 0.
       01  WS-RETPEND-BASE       PIC 9(9)  VALUE 0.
       01  WS-SKIP-READ          PIC 9(9)  VALUE 0.
       01  WS-OLD-END            PIC 9(9)  VALUE 0.
       01  WS-BO-KEY             PIC 9(9).
       01  WS-BO-FEAT            PIC 9(9)  VALUE 0.
       01  WS-BO-ACCT            PIC 9(9)  VALUE 0.
       01  WS-BO-PERD            PIC 9(9)  VALUE 0.
       01  WS-BO-QTY             PIC 9(9)  VALUE 0.
       01  WS-BO-PRMO            PIC 9(9)  VALUE 0.
       01  WS-BO-RETURNS         PIC 9(9)  VALUE 0.
       01  WS-REPROCESSED        PIC 9(9)  VALUE 0.
       01  WS-NEW-SINCE          PIC 9(9)  VALUE 0.
       01  WS-EOF-TRIM           PIC X(1).
       01  WS-TRIM-COUNT         PIC 9(9).
       01  WS-TRIM-TARGET        PIC 9(9).
       01  WS-TRIM-DROPPED       PIC 9(9).
       01  WS-TRIM-NAME          PIC X(8).
       01  WS-CMD                PIC X(60).
       01  WS-EOF-JRNL           PIC X(1).
       01  WS-JRNL-READ          PIC 9(9)  VALUE 0.

      *    ORDER KEYS ALREADY PUT BACK FROM TXFJRNL - THE FIRST IMAGE
      *    OF A KEY SINCE THE COMMIT POINT IS THE COMMITTED ONE, SO A
      *    LATER IMAGE OF THE SAME ORDER IS NOT PUT BACK OVER IT. AT
      *    MOST ONE COMMIT INTERVAL OF RETURNS CAN BE ON THE JOURNAL
       01  WS-RKEY-MAX           PIC 9(5)  VALUE 10000.
       01  WS-RKEY-COUNT         PIC 9(5)  VALUE 0.
       01  WS-RKX                PIC 9(5).
       01  WS-RKEY-FOUND         PIC X(1).
       01  WS-RKEY-TAB.
           05  WS-RKEY-ENTRY     PIC 9(9)  OCCURS 10000 TIMES.

      *    RESTART REPORT - ONE LINE PER FILE THE BACK-OUT TOUCHED
       01  WS-RS-COUNT           PIC 9(2)  VALUE 0.
       01  WS-RSX                PIC 9(2).
       01  WS-RS-TAB.
           05  WS-RS-ENTRY OCCURS 10 TIMES.
               10  WS-RS-NAME       PIC X(8).
               10  WS-RS-KEPT       PIC 9(9).
               10  WS-RS-BACKED     PIC 9(9).
       01  WS-RS-NAME-IN         PIC X(8).
       01  WS-RS-KEPT-IN         PIC 9(9).
       01  WS-RS-BACKED-IN       PIC 9(9).
       01  WS-RPT-LINE           PIC X(132).
       01  WS-CNT-DISP-1         PIC ZZZZZZZZ9.
       01  WS-CNT-DISP-2         PIC ZZZZZZZZ9.

       01  WS-MODE               PIC X(1)  VALUE 'N'.
       01  WS-LOOKUP-CODE        PIC X(10).
       01  WS-BREAK-QTY          PIC S9(7).
       01  WS-BREAK-AMOUNT       PIC S9(9)V9(2).
       01  WS-BREAK-SALES        PIC X(1).
       01  WS-BREAK-PROMO-CODE   PIC X(8).
       01  WS-BREAK-PROMO-ITEMS  PIC 9(3).
       01  WS-EOF-TRAN           PIC X(1)  VALUE 'N'.
       01  WS-EOF-XWALK          PIC X(1)  VALUE 'N'.
       01  WS-BREAK-ORDER        PIC X(10).
       01  WS-BITOFF-COUNT       PIC 9(9)  VALUE 0.
       01  WS-SKIP-COUNT         PIC 9(9)  VALUE 0.

      *    THE PROMOTION CALENDAR - SAME IN-MEMORY TABLE IDIOM (AND
      *    GUARD) AS FTFREQ'S FEATURE TABLE
       01  WS-PROMO-MAX          PIC 9(4)  VALUE 2000.
       01  WS-PROMO-COUNT        PIC 9(4)  VALUE 0.
       01  WS-PX                 PIC 9(4).
       01  WS-EOF-PROMO          PIC X(1)  VALUE 'N'.
       01  WS-PROMO-HIT          PIC X(1).
       01  WS-PROMO-ORDER-COUNT  PIC 9(9)  VALUE 0.
       01  WS-PROMO-TAB.
           05  WS-PROMO-ENTRY OCCURS 2000 TIMES.
               10  WS-PROMO-ITEM    PIC X(10).
               10  WS-PROMO-CODE    PIC X(8).
               10  WS-PROMO-FROM    PIC X(8).
               10  WS-PROMO-TO      PIC X(8).

       01  WS-XWALK-MAX          PIC 9(4)  VALUE 24.
       01  WS-XWALK-COUNT        PIC 9(4)  VALUE 0.
       01  WS-XWALK-IDX          PIC 9(4).
           05 PARM-LENGTH       PIC S9(4) USAGE COMP.
           05 PARM-DATA.
              10 PARM-MODE      PIC X(1).
              10 PARM-COMMIT-FREQ PIC X(4).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           PERFORM LOAD-RUN-SETTINGS.
           IF WS-MODE = 'R' THEN
              PERFORM CHECK-COMMIT-POINT
              PERFORM OPEN-REPROCESS
              PERFORM LOAD-CROSSWALK
              PERFORM LOAD-ORDER-INDEX
                 WS-RESIDUAL-COUNT
           ELSE
              IF WS-MODE = 'T' THEN
                 IF WS-COMMIT-MODE = 'Y' THEN
                    PERFORM SETUP-COMMIT-POINT
                 ELSE
                    PERFORM CHECK-COMMIT-POINT
                 END-IF
                 PERFORM OPEN-RETURNS
                 IF WS-COMMIT-MODE = 'Y' THEN
                    PERFORM OPEN-RETURN-JOURNAL
                 END-IF
                 PERFORM LOAD-CROSSWALK
                 PERFORM LOAD-ORDER-INDEX
                 PERFORM APPLY-RETURNS
                 DISPLAY 'TXFEAT NON-RETURNS SKIPPED    '
                    WS-SKIP-COUNT
              ELSE
                 IF WS-COMMIT-MODE = 'Y' THEN
                    PERFORM SETUP-COMMIT-POINT
                 ELSE
                    IF WS-MODE = 'A' THEN
                       PERFORM CHECK-COMMIT-POINT
                    END-IF
                 END-IF
                 IF WS-MODE NOT = 'A' THEN
                    PERFORM DROP-COMMIT-POINT
                 END-IF
                 PERFORM OPEN-DATA
                 IF WS-RESTART = 'Y' THEN
                    PERFORM BACK-OUT-APPENDED
                 END-IF
                 IF WS-COMMIT-MODE = 'Y' AND WS-RESTART = 'N' THEN
                    PERFORM TAKE-COMMIT-POINT
                 END-IF
                 PERFORM LOAD-CROSSWALK
                 PERFORM LOAD-PROMO-CALENDAR
                 PERFORM PROCESS-DATA
                 PERFORM CLOSE-DATA
                 DISPLAY 'TXFEAT RECYCLE RECS WRITTEN   '
                    WS-RETURN-REC-COUNT
                 DISPLAY 'TXFEAT RETURNS PARKED RETPEND '
                    WS-RETPEND-COUNT
                 DISPLAY 'TXFEAT PROMO ORDERS WRITTEN   '
                    WS-PROMO-ORDER-COUNT
                 IF WS-MODE = 'A' THEN
                    PERFORM REPORT-APPEND-COUNTS
                 END-IF
              END-IF
           END-IF.
           IF WS-COMMIT-MODE = 'Y' THEN
              PERFORM WRITE-RESTART-REPORT
              PERFORM CLEAR-COMMIT-POINT
           END-IF.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

       LOAD-RUN-SETTINGS.
           PERFORM OPEN-RUN-PARMS.
           MOVE 'MODE' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-MODE
           END-IF.
           IF PARM-LENGTH > 0 THEN
              IF PARM-MODE NOT = SPACES THEN
                 MOVE PARM-MODE TO WS-MODE
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-MODE TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE 0 TO WS-COMMIT-FREQ.
           MOVE 'COMMIT-INTERVAL' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-NUMBER TO WS-COMMIT-FREQ
           END-IF.
           IF PARM-LENGTH > 4 THEN
              IF PARM-COMMIT-FREQ NOT = SPACES THEN
                 IF PARM-COMMIT-FREQ IS NOT NUMERIC THEN
                    DISPLAY 'TXFEAT LOAD-RUN-SETTINGS COMMIT INTERVAL '
                       'NOT NUMERIC: ' PARM-COMMIT-FREQ
                    MOVE 8 TO RETURN-CODE
                    PERFORM WRITE-CYCLE-LOG
                    STOP RUN
                 END-IF
                 MOVE PARM-COMMIT-FREQ TO WS-COMMIT-FREQ
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-COMMIT-FREQ TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           PERFORM CLOSE-RUN-PARMS.
      *    ONLY APPEND AND RETURN-APPLY UPDATE FILES IN PLACE - A
      *    REBUILD OR REPROCESS RUN IS SIMPLY RERUN FROM THE TOP
           IF WS-COMMIT-FREQ > 0 AND
              (WS-MODE = 'A' OR WS-MODE = 'T') THEN
              MOVE 'Y' TO WS-COMMIT-MODE
           ELSE
              MOVE 'N' TO WS-COMMIT-MODE
           END-IF.

      *    A FAILED LOG WRITE MUST NOT FAIL THE STEP - THE LOG IS FOR
      *    THE OPERATIONS REPORT, NOT PART OF THE DATA CHAIN
       WRITE-CYCLE-LOG.
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.
           PERFORM WRITE-CYCLE-PARMS.

      *****************************************************************
      * RUN SETTINGS - EACH SETTING STARTS AT THE PROGRAM DEFAULT, IS
      * REPLACED BY ITS RUNPARM RECORD WHEN THERE IS ONE, AND BY A
      * NON-BLANK PARM FIELD AFTER THAT (AD-HOC RERUNS). NO RUNPARM
      * DATASET AT ALL JUST MEANS PARM AND DEFAULTS, THE WAY THE STEP
      * RAN BEFORE RUNPARM EXISTED
      *****************************************************************
       OPEN-RUN-PARMS.
           MOVE 0 TO WS-SET-COUNT.
           MOVE 'Y' TO WS-RP-AVAIL.
           OPEN INPUT RUNPARM-FILE.
           IF FS-RP = '05' OR FS-RP = '35' THEN
              DISPLAY 'TXFEAT RUNPARM NOT PRESENT - PARM AND '
                 'DEFAULTS ONLY'
              MOVE 'N' TO WS-RP-AVAIL
           ELSE
              IF FS-RP NOT = '00' THEN
                 DISPLAY 'TXFEAT OPEN-RUN-PARMS FS-RP=' FS-RP
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.

      *    WS-RP-NAME NAMES THE SETTING - LEAVES WS-RP-FOUND AND THE
      *    SOURCE FOR THE SETTINGS ECHO
       READ-RUN-PARM.
           MOVE 'N' TO WS-RP-FOUND.
           MOVE 'DEFAULT' TO WS-RP-SOURCE.
           IF WS-RP-AVAIL = 'Y' THEN
              MOVE 'TXFEAT' TO RP-PROGRAM
              MOVE WS-RP-NAME TO RP-PARM-NAME
              READ RUNPARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-RP-FOUND
                    MOVE 'RUNPARM' TO WS-RP-SOURCE
              END-READ
              IF FS-RP NOT = '00' AND FS-RP NOT = '23' THEN
                 DISPLAY 'TXFEAT READ-RUN-PARM FS-RP=' FS-RP
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.

       ADD-SETTING.
           IF WS-SET-COUNT < 10 THEN
              ADD 1 TO WS-SET-COUNT
              MOVE WS-RP-NAME TO WS-SET-NAME(WS-SET-COUNT)
              MOVE WS-RP-SHOW TO WS-SET-VALUE(WS-SET-COUNT)
              MOVE WS-RP-SOURCE TO WS-SET-SOURCE(WS-SET-COUNT)
           END-IF.

       CLOSE-RUN-PARMS.
           IF WS-RP-AVAIL = 'Y' THEN
              CLOSE RUNPARM-FILE
           END-IF.

      *    THE SETTINGS THE RUN USED, KEYED LIKE ITS CYCLELOG RECORD
      *    FOR CYCLRPT - AS NON-FATAL AS THE LOG WRITE ITSELF
       WRITE-CYCLE-PARMS.
           IF WS-SET-COUNT > 0 THEN
              OPEN EXTEND CYCPARM-FILE
              IF FS-CYP = '05' OR FS-CYP = '35' THEN
                 OPEN OUTPUT CYCPARM-FILE
              END-IF
              IF FS-CYP NOT = '00' THEN
                 DISPLAY 'TXFEAT WRITE-CYCLE-PARMS FS-CYP=' FS-CYP
              ELSE
                 PERFORM VARYING WS-SETX FROM 1 BY 1
                    UNTIL WS-SETX > WS-SET-COUNT
                    MOVE 'TXFEAT' TO CP-PROGRAM
                    MOVE WS-CYC-DATE TO CP-RUN-DATE
                    MOVE WS-CYC-START TO CP-START-TIME
                    MOVE WS-SET-NAME(WS-SETX) TO CP-PARM-NAME
                    MOVE WS-SET-VALUE(WS-SETX) TO CP-VALUE
                    MOVE WS-SET-SOURCE(WS-SETX) TO CP-SOURCE
                    WRITE CYCPARM-REC
                 END-PERFORM
                 CLOSE CYCPARM-FILE
              END-IF
           END-IF.

      *****************************************************************
      * COMMIT POINTS AND RESTART (APPEND AND RETURN-APPLY MODES).
      * SETUP RUNS BEFORE ANY OUTPUT FILE IS OPENED. A CLEAR TXFCKPT
      * MEANS A FRESH RUN - APPEND MODE COUNTS WHERE THE SEQUENTIAL
      * SIBLINGS ALREADY END. A RUN STILL IN FLIGHT ON IT MEANS THE
      * LAST RUN NEVER FINISHED: ITS TRANFILE POSITION IS CHECKED
      * AGAINST THIS RUN'S TRANFILE FIRST, AND ONLY THEN ARE THE
      * SEQUENTIAL SIBLINGS TRIMMED BACK TO THE COMMIT POINT
      *****************************************************************
       SETUP-COMMIT-POINT.
           OPEN I-O CKPT-FILE.
           IF FS11 = '05' OR FS11 = '35' THEN
              OPEN OUTPUT CKPT-FILE
              PERFORM ZERO-COMMIT-POINT
              WRITE TXCKPT-REC
              CLOSE CKPT-FILE
              OPEN I-O CKPT-FILE
           END-IF.
           IF FS11 NOT = '00' THEN
              DISPLAY 'TXFEAT SETUP-COMMIT-POINT FS11=' FS11
              STOP RUN
           END-IF.
           READ CKPT-FILE
              INVALID KEY
                 PERFORM ZERO-COMMIT-POINT
           END-READ.
           IF TC-MODE = SPACES THEN
              IF WS-MODE = 'A' THEN
                 PERFORM COUNT-APPEND-BASES
              END-IF
           ELSE
              IF TC-MODE NOT = WS-MODE THEN
                 DISPLAY 'TXFEAT SETUP-COMMIT-POINT TXFCKPT HOLDS AN '
                    'UNFINISHED MODE ' TC-MODE ' RUN OF ' TC-RUN-DATE
                    ' - RERUN IT IN THAT MODE FIRST'
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-RESTART
              MOVE TC-TRAN-DONE TO WS-RESTART-START
              DISPLAY 'TXFEAT RESTARTING THE RUN OF ' TC-RUN-DATE
                 ' AFTER TRANFILE RECORD ' WS-RESTART-START
                 ' ORDER ' TC-LAST-ORDER
              PERFORM CHECK-RESTART-INPUT
              PERFORM RESTORE-RUN-COUNTERS
              IF WS-MODE = 'A' THEN
                 PERFORM TRIM-ORDX
                 PERFORM TRIM-RECYCLE
                 PERFORM TRIM-RETPEND
              ELSE
                 PERFORM TRIM-RECYOUT
              END-IF
           END-IF.

       ZERO-COMMIT-POINT.
           INITIALIZE TXCKPT-REC.

      *    AN APPEND, RETURN-APPLY OR REPROCESS RUN WITHOUT COMMIT
      *    POINTS STILL MUST NOT START ON TOP OF A RUN LEFT IN FLIGHT -
      *    IT WOULD APPEND OR NET THE SAME ORDERS AGAIN (OR FOLD BITS
      *    INTO RECORDS THE RESTART IS ABOUT TO BACK OUT), AND LEAVE
      *    THE STALE COMMIT POINT FOR THE NEXT COMMIT-MODE RUN. ONLY
      *    THE RESTART CAN FINISH THAT RUN, SO THIS ONE IS REFUSED
      *    BEFORE ANY FILE IS TOUCHED. NO TXFCKPT AT ALL IS NO RUN IN
      *    FLIGHT - SAME CHECK AS FEATPURG'S
       CHECK-COMMIT-POINT.
           OPEN INPUT CKPT-FILE.
           IF FS11 NOT = '05' AND FS11 NOT = '35' THEN
              IF FS11 NOT = '00' THEN
                 DISPLAY 'TXFEAT CHECK-COMMIT-POINT FS11=' FS11
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              READ CKPT-FILE
                 INVALID KEY
                    MOVE SPACES TO TC-MODE
              END-READ
              IF FS11 NOT = '00' AND FS11 NOT = '23' THEN
                 DISPLAY 'TXFEAT CHECK-COMMIT-POINT FS11=' FS11
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              CLOSE CKPT-FILE
              IF TC-MODE NOT = SPACES THEN
                 DISPLAY 'TXFEAT CHECK-COMMIT-POINT TXFCKPT HOLDS AN '
                    'UNFINISHED MODE ' TC-MODE ' RUN OF ' TC-RUN-DATE
                 DISPLAY 'TXFEAT RERUN IT IN MODE ' TC-MODE
                    ' WITH A COMMIT INTERVAL SO IT RESTARTS FIRST'
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
           END-IF.

      *    THE COMMITTED TRANFILE RECORD MUST STILL BE THE LAST
      *    COMMITTED ORDER'S - A DIFFERENT OR SHORTER TRANFILE WOULD
      *    SKIP THE WRONG ORDERS, SO THE RERUN IS REFUSED BEFORE ANY
      *    FILE IS TOUCHED
       CHECK-RESTART-INPUT.
           IF WS-RESTART-START > 0 THEN
              OPEN INPUT TRAN-FILE
              MOVE 'N' TO WS-EOF-TRAN
              MOVE 0 TO WS-SKIP-READ
              PERFORM UNTIL WS-EOF-TRAN = 'Y' OR
                 WS-SKIP-READ >= WS-RESTART-START
                 READ TRAN-FILE
                    AT END MOVE 'Y' TO WS-EOF-TRAN
                 END-READ
                 IF WS-EOF-TRAN NOT = 'Y' THEN
                    ADD 1 TO WS-SKIP-READ
                 END-IF
              END-PERFORM
              IF WS-EOF-TRAN = 'Y' OR
                 TRAN-ORDER-ID NOT = TC-LAST-ORDER THEN
                 DISPLAY 'TXFEAT CHECK-RESTART-INPUT TRANFILE RECORD '
                    WS-RESTART-START ' IS NOT COMMITTED ORDER '
                    TC-LAST-ORDER ' - NOT THE SAME TRANFILE'
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              CLOSE TRAN-FILE
              MOVE 'N' TO WS-EOF-TRAN
           END-IF.

      *    THE RESTARTED RUN PICKS UP THE FAILED RUN'S COUNTERS AS AT
      *    THE COMMIT POINT, SO ITS END-OF-RUN FIGURES COVER THE WHOLE
      *    DAY, AND THE SEQUENTIAL SIBLINGS' STARTING COUNTS COME BACK
      *    FROM THE COMMITTED WHOLE-FILE COUNTS
       RESTORE-RUN-COUNTERS.
           MOVE TC-RUN-DATE TO WS-RESTART-DATE.
           MOVE TC-START-TIME TO WS-RESTART-TIME.
           MOVE TC-LAST-ORDER TO WS-RESTART-ORDER.
           MOVE TC-COMMIT-COUNT TO WS-RESTART-COMMITS.
           MOVE TC-RUN-RECYCLE TO WS-RECYCLE-COUNT.
           MOVE TC-RUN-RETPEND TO WS-RETPEND-COUNT.
           MOVE TC-RUN-RETURNS TO WS-RETURN-REC-COUNT.
           MOVE TC-RUN-PROMO TO WS-PROMO-ORDER-COUNT.
           MOVE TC-RUN-BITOFF TO WS-BITOFF-COUNT.
           MOVE TC-RUN-APPLY TO WS-APPLY-COUNT.
           MOVE TC-RECYOUT-COUNT TO WS-RESIDUAL-COUNT.
           MOVE TC-RUN-SKIP TO WS-SKIP-COUNT.
           IF WS-MODE = 'A' THEN
              COMPUTE WS-RESTART-KEY = TC-NEXT-KEY - 1
              COMPUTE WS-ORDX-BASE = TC-ORDX-COUNT -
                 (WS-RESTART-KEY - TC-PRIOR-COUNT)
              COMPUTE WS-RECYCLE-BASE =
                 TC-RECYCLE-COUNT - TC-RUN-RECYCLE
              COMPUTE WS-RETPEND-BASE =
                 TC-RETPEND-COUNT - TC-RUN-RETPEND
           END-IF.

      *    WHERE THE SEQUENTIAL SIBLINGS END BEFORE A FRESH APPEND RUN
      *    ADDS TO THEM - A DATASET NOT CREATED YET HOLDS NOTHING
       COUNT-APPEND-BASES.
           MOVE 0 TO WS-ORDX-BASE.
           OPEN INPUT ORDX-FILE.
           IF FS4 = '00' THEN
              MOVE 'N' TO WS-EOF-TRIM
              PERFORM UNTIL WS-EOF-TRIM = 'Y'
                 READ ORDX-FILE
                    AT END MOVE 'Y' TO WS-EOF-TRIM
                 END-READ
                 IF WS-EOF-TRIM NOT = 'Y' THEN
                    ADD 1 TO WS-ORDX-BASE
                 END-IF
              END-PERFORM
              CLOSE ORDX-FILE
           ELSE
              IF FS4 NOT = '05' AND FS4 NOT = '35' THEN
                 DISPLAY 'TXFEAT COUNT-APPEND-BASES FS4=' FS4
                 STOP RUN
              END-IF
           END-IF.
           MOVE 0 TO WS-RECYCLE-BASE.
           OPEN INPUT RECYCLE-FILE.
           IF FS3 = '00' THEN
              MOVE 'N' TO WS-EOF-TRIM
              PERFORM UNTIL WS-EOF-TRIM = 'Y'
                 READ RECYCLE-FILE
                    AT END MOVE 'Y' TO WS-EOF-TRIM
                 END-READ
                 IF WS-EOF-TRIM NOT = 'Y' THEN
                    ADD 1 TO WS-RECYCLE-BASE
                 END-IF
              END-PERFORM
              CLOSE RECYCLE-FILE
           ELSE
              IF FS3 NOT = '05' AND FS3 NOT = '35' THEN
                 DISPLAY 'TXFEAT COUNT-APPEND-BASES FS3=' FS3
                 STOP RUN
              END-IF
           END-IF.
           MOVE 0 TO WS-RETPEND-BASE.
           OPEN INPUT RETPEND-FILE.
           IF FS8 = '00' THEN
              MOVE 'N' TO WS-EOF-TRIM
              PERFORM UNTIL WS-EOF-TRIM = 'Y'
                 READ RETPEND-FILE
                    AT END MOVE 'Y' TO WS-EOF-TRIM
                 END-READ
                 IF WS-EOF-TRIM NOT = 'Y' THEN
                    ADD 1 TO WS-RETPEND-BASE
                 END-IF
              END-PERFORM
              CLOSE RETPEND-FILE
           ELSE
              IF FS8 NOT = '05' AND FS8 NOT = '35' THEN
                 DISPLAY 'TXFEAT COUNT-APPEND-BASES FS8=' FS8
                 STOP RUN
              END-IF
           END-IF.

      *    EACH TRIM KEEPS THE FIRST WS-TRIM-TARGET RECORDS AND DROPS
      *    THE REST; THE FILE IS ONLY COPIED BACK WHEN THERE IS
      *    SOMETHING TO DROP
       TRIM-ORDX.
           MOVE 'FEATORDX' TO WS-TRIM-NAME.
           MOVE TC-ORDX-COUNT TO WS-TRIM-TARGET.
           MOVE 0 TO WS-TRIM-COUNT.
           MOVE 0 TO WS-TRIM-DROPPED.
           OPEN INPUT ORDX-FILE.
           IF FS4 = '00' THEN
              OPEN OUTPUT TRIMX-FILE
              IF FS14 NOT = '00' THEN
                 DISPLAY 'TXFEAT TRIM-ORDX FS14=' FS14
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF-TRIM
              PERFORM UNTIL WS-EOF-TRIM = 'Y'
                 READ ORDX-FILE
                    AT END MOVE 'Y' TO WS-EOF-TRIM
                 END-READ
                 IF WS-EOF-TRIM NOT = 'Y' THEN
                    IF WS-TRIM-COUNT < WS-TRIM-TARGET THEN
                       MOVE ORDX-REC TO TRIMX-REC
                       WRITE TRIMX-REC
                       ADD 1 TO WS-TRIM-COUNT
                    ELSE
                       ADD 1 TO WS-TRIM-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ORDX-FILE
              CLOSE TRIMX-FILE
              IF WS-TRIM-DROPPED > 0 THEN
                 MOVE 'cp TXTRIMX FEATORDX' TO WS-CMD
                 CALL 'SYSTEM' USING WS-CMD
              END-IF
           ELSE
              IF FS4 NOT = '05' AND FS4 NOT = '35' THEN
                 DISPLAY 'TXFEAT TRIM-ORDX FS4=' FS4
                 STOP RUN
              END-IF
           END-IF.
           PERFORM CHECK-TRIM-COUNT.

       TRIM-RECYCLE.
           MOVE 'RECYCLE' TO WS-TRIM-NAME.
           MOVE TC-RECYCLE-COUNT TO WS-TRIM-TARGET.
           MOVE 0 TO WS-TRIM-COUNT.
           MOVE 0 TO WS-TRIM-DROPPED.
           OPEN INPUT RECYCLE-FILE.
           IF FS3 = '00' THEN
              OPEN OUTPUT TRIMT-FILE
              IF FS13 NOT = '00' THEN
                 DISPLAY 'TXFEAT TRIM-RECYCLE FS13=' FS13
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF-TRIM
              PERFORM UNTIL WS-EOF-TRIM = 'Y'
                 READ RECYCLE-FILE
                    AT END MOVE 'Y' TO WS-EOF-TRIM
                 END-READ
                 IF WS-EOF-TRIM NOT = 'Y' THEN
                    IF WS-TRIM-COUNT < WS-TRIM-TARGET THEN
                       MOVE RECYCLE-REC TO TRIMT-REC
                       WRITE TRIMT-REC
                       ADD 1 TO WS-TRIM-COUNT
                    ELSE
                       ADD 1 TO WS-TRIM-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RECYCLE-FILE
              CLOSE TRIMT-FILE
              IF WS-TRIM-DROPPED > 0 THEN
                 MOVE 'cp TXTRIMT RECYCLE' TO WS-CMD
                 CALL 'SYSTEM' USING WS-CMD
              END-IF
           ELSE
              IF FS3 NOT = '05' AND FS3 NOT = '35' THEN
                 DISPLAY 'TXFEAT TRIM-RECYCLE FS3=' FS3
                 STOP RUN
              END-IF
           END-IF.
           PERFORM CHECK-TRIM-COUNT.

       TRIM-RETPEND.
           MOVE 'RETPEND' TO WS-TRIM-NAME.
           MOVE TC-RETPEND-COUNT TO WS-TRIM-TARGET.
           MOVE 0 TO WS-TRIM-COUNT.
           MOVE 0 TO WS-TRIM-DROPPED.
           OPEN INPUT RETPEND-FILE.
           IF FS8 = '00' THEN
              OPEN OUTPUT TRIMT-FILE
              IF FS13 NOT = '00' THEN
                 DISPLAY 'TXFEAT TRIM-RETPEND FS13=' FS13
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF-TRIM
              PERFORM UNTIL WS-EOF-TRIM = 'Y'
                 READ RETPEND-FILE
                    AT END MOVE 'Y' TO WS-EOF-TRIM
                 END-READ
                 IF WS-EOF-TRIM NOT = 'Y' THEN
                    IF WS-TRIM-COUNT < WS-TRIM-TARGET THEN
                       MOVE RETPEND-REC TO TRIMT-REC
                       WRITE TRIMT-REC
                       ADD 1 TO WS-TRIM-COUNT
                    ELSE
                       ADD 1 TO WS-TRIM-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RETPEND-FILE
              CLOSE TRIMT-FILE
              IF WS-TRIM-DROPPED > 0 THEN
                 MOVE 'cp TXTRIMT RETPEND' TO WS-CMD
                 CALL 'SYSTEM' USING WS-CMD
              END-IF
           ELSE
              IF FS8 NOT = '05' AND FS8 NOT = '35' THEN
                 DISPLAY 'TXFEAT TRIM-RETPEND FS8=' FS8
                 STOP RUN
              END-IF
           END-IF.
           PERFORM CHECK-TRIM-COUNT.

       TRIM-RECYOUT.
           MOVE 'RECYOUT' TO WS-TRIM-NAME.
           MOVE TC-RECYOUT-COUNT TO WS-TRIM-TARGET.
           MOVE 0 TO WS-TRIM-COUNT.
           MOVE 0 TO WS-TRIM-DROPPED.
           OPEN INPUT RECYOUT-FILE.
           IF FS5 = '00' THEN
              OPEN OUTPUT TRIMT-FILE
              IF FS13 NOT = '00' THEN
                 DISPLAY 'TXFEAT TRIM-RECYOUT FS13=' FS13
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF-TRIM
              PERFORM UNTIL WS-EOF-TRIM = 'Y'
                 READ RECYOUT-FILE
                    AT END MOVE 'Y' TO WS-EOF-TRIM
                 END-READ
                 IF WS-EOF-TRIM NOT = 'Y' THEN
                    IF WS-TRIM-COUNT < WS-TRIM-TARGET THEN
                       MOVE RECYOUT-REC TO TRIMT-REC
                       WRITE TRIMT-REC
                       ADD 1 TO WS-TRIM-COUNT
                    ELSE
                       ADD 1 TO WS-TRIM-DROPPED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RECYOUT-FILE
              CLOSE TRIMT-FILE
              IF WS-TRIM-DROPPED > 0 THEN
                 MOVE 'cp TXTRIMT RECYOUT' TO WS-CMD
                 CALL 'SYSTEM' USING WS-CMD
              END-IF
           ELSE
              IF FS5 NOT = '05' AND FS5 NOT = '35' THEN
                 DISPLAY 'TXFEAT TRIM-RECYOUT FS5=' FS5
                 STOP RUN
              END-IF
           END-IF.
           PERFORM CHECK-TRIM-COUNT.

      *    A SIBLING SHORTER THAN ITS COMMITTED COUNT WAS DAMAGED AFTER
      *    THE COMMIT POINT WAS TAKEN - NO RESTART CAN REPAIR THAT
       CHECK-TRIM-COUNT.
           IF WS-TRIM-COUNT < WS-TRIM-TARGET THEN
              DISPLAY 'TXFEAT CHECK-TRIM-COUNT ' WS-TRIM-NAME
                 ' HOLDS ' WS-TRIM-COUNT ' RECORDS, COMMIT POINT '
                 'NEEDS ' WS-TRIM-TARGET ' - FULL REBUILD REQUIRED'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           MOVE WS-TRIM-NAME TO WS-RS-NAME-IN.
           MOVE WS-TRIM-COUNT TO WS-RS-KEPT-IN.
           MOVE WS-TRIM-DROPPED TO WS-RS-BACKED-IN.
           PERFORM ADD-RESTART-LINE.

       ADD-RESTART-LINE.
           IF WS-RS-COUNT < 10 THEN
              ADD 1 TO WS-RS-COUNT
              MOVE WS-RS-NAME-IN TO WS-RS-NAME(WS-RS-COUNT)
              MOVE WS-RS-KEPT-IN TO WS-RS-KEPT(WS-RS-COUNT)
              MOVE WS-RS-BACKED-IN TO WS-RS-BACKED(WS-RS-COUNT)
           END-IF.

      *    APPEND RESTART - FEATDATA AND ITS RELATIVE SIBLINGS ARE OPEN
      *    I-O WITH THE KEYS ON THE LAST RECORD ON FILE
      *    (COUNT-PRIOR-RECORDS); EVERY KEY PAST THE COMMITTED ONE WAS
      *    WRITTEN BY THE FAILED RUN AFTER ITS LAST COMMIT POINT AND IS
      *    DELETED, THEN THE KEYS CARRY ON FROM THE COMMITTED ONE. A
      *    SIBLING THE FAILED RUN HAD NOT REACHED YET FOR THE LAST
      *    ORDER SIMPLY HAS NOTHING TO DELETE
       BACK-OUT-APPENDED.
           MOVE FEATURE-FILE-KEY TO WS-OLD-END.
           IF WS-OLD-END < WS-RESTART-KEY THEN
              DISPLAY 'TXFEAT BACK-OUT-APPENDED FEATDATA ENDS AT '
                 WS-OLD-END ' BEFORE COMMITTED KEY ' WS-RESTART-KEY
                 ' - FULL REBUILD REQUIRED'
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-CYCLE-LOG
              STOP RUN
           END-IF.
           PERFORM VARYING WS-BO-KEY FROM TC-NEXT-KEY BY 1
              UNTIL WS-BO-KEY > WS-OLD-END
              MOVE WS-BO-KEY TO FEATURE-FILE-KEY
              MOVE WS-BO-KEY TO ACCOUNT-FILE-KEY
              MOVE WS-BO-KEY TO PERIOD-FILE-KEY
              MOVE WS-BO-KEY TO QTY-FILE-KEY
              MOVE WS-BO-KEY TO PRMO-FILE-KEY
              DELETE FEATURE-FILE RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-BO-FEAT
              END-DELETE
              DELETE ACCOUNT-FILE RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-BO-ACCT
              END-DELETE
              DELETE PERIOD-FILE RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-BO-PERD
              END-DELETE
              DELETE QTY-FILE RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-BO-QTY
              END-DELETE
              DELETE PRMO-FILE RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WS-BO-PRMO
              END-DELETE
           END-PERFORM.
           MOVE WS-RESTART-KEY TO FEATURE-FILE-KEY.
           MOVE WS-RESTART-KEY TO ACCOUNT-FILE-KEY.
           MOVE WS-RESTART-KEY TO PERIOD-FILE-KEY.
           MOVE WS-RESTART-KEY TO QTY-FILE-KEY.
           MOVE WS-RESTART-KEY TO PRMO-FILE-KEY.
           MOVE TC-PRIOR-COUNT TO WS-PRIOR-COUNT.
           MOVE WS-RESTART-KEY TO WS-RS-KEPT-IN.
           MOVE 'FEATDATA' TO WS-RS-NAME-IN.
           MOVE WS-BO-FEAT TO WS-RS-BACKED-IN.
           PERFORM ADD-RESTART-LINE.
           MOVE 'FEATACCT' TO WS-RS-NAME-IN.
           MOVE WS-BO-ACCT TO WS-RS-BACKED-IN.
           PERFORM ADD-RESTART-LINE.
           MOVE 'FEATPERD' TO WS-RS-NAME-IN.
           MOVE WS-BO-PERD TO WS-RS-BACKED-IN.
           PERFORM ADD-RESTART-LINE.
           MOVE 'FEATQTY' TO WS-RS-NAME-IN.
           MOVE WS-BO-QTY TO WS-RS-BACKED-IN.
           PERFORM ADD-RESTART-LINE.
           MOVE 'FEATPRMO' TO WS-RS-NAME-IN.
           MOVE WS-BO-PRMO TO WS-RS-BACKED-IN.
           PERFORM ADD-RESTART-LINE.

      *    THE FIRST TRANFILE RECORD IS ALREADY READ - READ ON PAST THE
      *    COMMITTED ONES (CHECK-RESTART-INPUT PROVED THEY ARE THERE)
       SKIP-COMMITTED-TRAN.
           PERFORM UNTIL WS-EOF-TRAN = 'Y' OR
              WS-TRAN-READ-COUNT > WS-RESTART-START
              PERFORM READ-TRAN
           END-PERFORM.

      *    ONE ORDER (APPEND) OR ONE TRANFILE RECORD (RETURN-APPLY)
      *    FINISHED - WS-COMMIT-DONE/WS-COMMIT-ORDER ALREADY SAY WHERE
       COUNT-COMMIT-UNIT.
           ADD 1 TO WS-COMMIT-COUNTER.
           IF WS-COMMIT-COUNTER >= WS-COMMIT-FREQ THEN
              PERFORM TAKE-COMMIT-POINT
              MOVE 0 TO WS-COMMIT-COUNTER
           END-IF.

      *    HARDEN EVERYTHING WRITTEN SO FAR, THEN RECORD IT. A RUN THAT
      *    FAILS BETWEEN THE TWO STILL RESTARTS FROM THE COMMIT POINT
      *    BEFORE, WHICH THE HARDENED FILES ONLY RUN PAST. A FRESH RUN
      *    TAKES ONE BEFORE ITS FIRST ORDER, SO EVEN A RUN THAT FAILS
      *    INSIDE ITS FIRST INTERVAL IS BACKED OUT
       TAKE-COMMIT-POINT.
           PERFORM FLUSH-COMMIT-FILES.
           MOVE WS-MODE TO TC-MODE.
           IF WS-RESTART = 'N' THEN
              MOVE WS-CYC-DATE TO TC-RUN-DATE
              MOVE WS-CYC-START TO TC-START-TIME
           END-IF.
           MOVE WS-COMMIT-DONE TO TC-TRAN-DONE.
           MOVE WS-COMMIT-ORDER TO TC-LAST-ORDER.
           IF WS-MODE = 'A' THEN
              COMPUTE TC-NEXT-KEY = FEATURE-FILE-KEY + 1
              MOVE WS-PRIOR-COUNT TO TC-PRIOR-COUNT
              COMPUTE TC-ORDX-COUNT = WS-ORDX-BASE +
                 FEATURE-FILE-KEY - WS-PRIOR-COUNT
              COMPUTE TC-RECYCLE-COUNT =
                 WS-RECYCLE-BASE + WS-RECYCLE-COUNT
              COMPUTE TC-RETPEND-COUNT =
                 WS-RETPEND-BASE + WS-RETPEND-COUNT
           ELSE
              MOVE 0 TO TC-NEXT-KEY
              MOVE 0 TO TC-PRIOR-COUNT
              MOVE 0 TO TC-ORDX-COUNT
              MOVE 0 TO TC-RECYCLE-COUNT
              MOVE 0 TO TC-RETPEND-COUNT
           END-IF.
           MOVE WS-RESIDUAL-COUNT TO TC-RECYOUT-COUNT.
           ADD 1 TO TC-COMMIT-COUNT.
           MOVE WS-RECYCLE-COUNT TO TC-RUN-RECYCLE.
           MOVE WS-RETPEND-COUNT TO TC-RUN-RETPEND.
           MOVE WS-RETURN-REC-COUNT TO TC-RUN-RETURNS.
           MOVE WS-PROMO-ORDER-COUNT TO TC-RUN-PROMO.
           MOVE WS-BITOFF-COUNT TO TC-RUN-BITOFF.
           MOVE WS-APPLY-COUNT TO TC-RUN-APPLY.
           MOVE WS-SKIP-COUNT TO TC-RUN-SKIP.
           REWRITE TXCKPT-REC
              INVALID KEY
                 DISPLAY 'TXFEAT TAKE-COMMIT-POINT FS11=' FS11
                 STOP RUN
           END-REWRITE.
           ADD 1 TO WS-COMMIT-TAKEN.
      *    THE JOURNAL ONLY EVER HOLDS WORK PAST THE COMMIT POINT
           IF WS-MODE = 'T' THEN
              CLOSE JRNL-FILE
              OPEN OUTPUT JRNL-FILE
              IF FS12 NOT = '00' THEN
                 DISPLAY 'TXFEAT TAKE-COMMIT-POINT FS12=' FS12
                 STOP RUN
              END-IF
           END-IF.

      *    CLOSING AND REOPENING EVERY OUTPUT FORCES OUT WHAT IS STILL
      *    SITTING IN ITS BUFFERS, SO THE COUNTS THE COMMIT POINT
      *    RECORDS ARE REALLY ON THE FILES
       FLUSH-COMMIT-FILES.
           CLOSE FEATURE-FILE.
           OPEN I-O FEATURE-FILE.
           CLOSE ACCOUNT-FILE.
           OPEN I-O ACCOUNT-FILE.
           CLOSE PERIOD-FILE.
           OPEN I-O PERIOD-FILE.
           CLOSE QTY-FILE.
           OPEN I-O QTY-FILE.
           IF FS1 NOT = '00' OR FS2 NOT = '00' OR
              FS6 NOT = '00' OR FS7 NOT = '00' THEN
              DISPLAY 'TXFEAT FLUSH-COMMIT-FILES FS1=' FS1
                 ' FS2=' FS2 ' FS6=' FS6 ' FS7=' FS7
              STOP RUN
           END-IF.
           IF WS-MODE = 'A' THEN
              CLOSE PRMO-FILE
              OPEN I-O PRMO-FILE
              CLOSE RECYCLE-FILE
              OPEN EXTEND RECYCLE-FILE
              CLOSE ORDX-FILE
              OPEN EXTEND ORDX-FILE
              CLOSE RETPEND-FILE
              OPEN EXTEND RETPEND-FILE
              IF FS10 NOT = '00' OR FS3 NOT = '00' OR
                 FS4 NOT = '00' OR FS8 NOT = '00' THEN
                 DISPLAY 'TXFEAT FLUSH-COMMIT-FILES FS10=' FS10
                    ' FS3=' FS3 ' FS4=' FS4 ' FS8=' FS8
                 STOP RUN
              END-IF
           ELSE
              CLOSE RECYOUT-FILE
              OPEN EXTEND RECYOUT-FILE
              IF FS5 NOT = '00' THEN
                 DISPLAY 'TXFEAT FLUSH-COMMIT-FILES FS5=' FS5
                 STOP RUN
              END-IF
           END-IF.

      *    RETURN-APPLY - A RESTART FIRST PUTS BACK THE BEFORE IMAGES OF
      *    EVERY RETURN THE FAILED RUN NETTED AFTER ITS LAST COMMIT
      *    POINT; THE JOURNAL THEN STARTS EMPTY FOR THIS RUN
       OPEN-RETURN-JOURNAL.
           IF WS-RESTART = 'Y' THEN
              PERFORM RESTORE-FROM-JOURNAL
           END-IF.
           OPEN OUTPUT JRNL-FILE.
           IF FS12 NOT = '00' THEN
              DISPLAY 'TXFEAT OPEN-RETURN-JOURNAL FS12=' FS12
              STOP RUN
           END-IF.
           IF WS-RESTART = 'N' THEN
              PERFORM TAKE-COMMIT-POINT
           END-IF.

       RESTORE-FROM-JOURNAL.
           MOVE 0 TO WS-RKEY-COUNT.
           OPEN INPUT JRNL-FILE.
           IF FS12 = '05' OR FS12 = '35' THEN
              DISPLAY 'TXFEAT TXFJRNL NOT PRESENT - NO RETURN '
                 'NETTING TO BACK OUT'
           ELSE
              IF FS12 NOT = '00' THEN
                 DISPLAY 'TXFEAT RESTORE-FROM-JOURNAL FS12=' FS12
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF-JRNL
              PERFORM UNTIL WS-EOF-JRNL = 'Y'
                 READ JRNL-FILE
                    AT END MOVE 'Y' TO WS-EOF-JRNL
                 END-READ
                 IF WS-EOF-JRNL NOT = 'Y' THEN
                    ADD 1 TO WS-JRNL-READ
                    IF TJ-TRAN-SEQ > WS-RESTART-START THEN
                       PERFORM RESTORE-ONE-RETURN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE JRNL-FILE
           END-IF.

      *    THE FIRST IMAGE OF AN ORDER PAST THE COMMIT POINT IS ITS
      *    COMMITTED STATE - LATER IMAGES OF THE SAME ORDER ARE SKIPPED
       RESTORE-ONE-RETURN.
           ADD 1 TO WS-BO-RETURNS.
           MOVE 'N' TO WS-RKEY-FOUND.
           PERFORM VARYING WS-RKX FROM 1 BY 1
              UNTIL WS-RKX > WS-RKEY-COUNT
              IF WS-RKEY-ENTRY(WS-RKX) = TJ-KEY THEN
                 MOVE 'Y' TO WS-RKEY-FOUND
                 MOVE WS-RKEY-COUNT TO WS-RKX
              END-IF
           END-PERFORM.
           IF WS-RKEY-FOUND = 'N' THEN
              IF WS-RKEY-COUNT >= WS-RKEY-MAX THEN
                 DISPLAY 'TXFEAT RESTORE-ONE-RETURN TXFJRNL EXCEEDS '
                    'IN-MEMORY TABLE CAPACITY ' WS-RKEY-MAX
                 MOVE 8 TO RETURN-CODE
                 PERFORM WRITE-CYCLE-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-RKEY-COUNT
              MOVE TJ-KEY TO WS-RKEY-ENTRY(WS-RKEY-COUNT)
              MOVE TJ-KEY TO FEATURE-FILE-KEY
              MOVE TJ-KEY TO ACCOUNT-FILE-KEY
              MOVE TJ-KEY TO PERIOD-FILE-KEY
              MOVE TJ-KEY TO QTY-FILE-KEY
              MOVE TJ-FEAT-IMAGE TO FEATURE-REC
              REWRITE FEATURE-REC
                 INVALID KEY
                    DISPLAY 'TXFEAT RESTORE-ONE-RETURN FS1=' FS1
                    STOP RUN
              END-REWRITE
              MOVE TJ-ACCT-IMAGE TO FEATACCT-REC
              REWRITE FEATACCT-REC
                 INVALID KEY
                    DISPLAY 'TXFEAT RESTORE-ONE-RETURN FS2=' FS2
                    STOP RUN
              END-REWRITE
              MOVE TJ-PERD-IMAGE TO FEATPERD-REC
              REWRITE FEATPERD-REC
                 INVALID KEY
                    DISPLAY 'TXFEAT RESTORE-ONE-RETURN FS6=' FS6
                    STOP RUN
              END-REWRITE
              MOVE TJ-QTY-IMAGE TO FEATQTY-REC
              REWRITE FEATQTY-REC
                 INVALID KEY
                    DISPLAY 'TXFEAT RESTORE-ONE-RETURN FS7=' FS7
                    STOP RUN
              END-REWRITE
           END-IF.

      *    THE KEYS ARE ON THE ORDER (FIND-ORDER-KEY) - ITS FOUR
      *    RECORDS GO TO THE JOURNAL BEFORE ANY OF THEM IS REWRITTEN
       WRITE-RETURN-JOURNAL.
           READ FEATURE-FILE
              INVALID KEY
                 DISPLAY 'TXFEAT WRITE-RETURN-JOURNAL FS1=' FS1
                 STOP RUN
           END-READ.
           READ ACCOUNT-FILE
              INVALID KEY
                 DISPLAY 'TXFEAT WRITE-RETURN-JOURNAL FS2=' FS2
                 STOP RUN
           END-READ.
           READ PERIOD-FILE
              INVALID KEY
                 DISPLAY 'TXFEAT WRITE-RETURN-JOURNAL FS6=' FS6
                 STOP RUN
           END-READ.
           READ QTY-FILE
              INVALID KEY
                 DISPLAY 'TXFEAT WRITE-RETURN-JOURNAL FS7=' FS7
                 STOP RUN
           END-READ.
           MOVE WS-TRAN-READ-COUNT TO TJ-TRAN-SEQ.
           MOVE FEATURE-FILE-KEY TO TJ-KEY.
           MOVE FEATURE-REC TO TJ-FEAT-IMAGE.
           MOVE FEATACCT-REC TO TJ-ACCT-IMAGE.
           MOVE FEATPERD-REC TO TJ-PERD-IMAGE.
           MOVE FEATQTY-REC TO TJ-QTY-IMAGE.
           WRITE TXJRNL-REC.
           IF FS12 NOT = '00' THEN
              DISPLAY 'TXFEAT WRITE-RETURN-JOURNAL FS12=' FS12
              STOP RUN
           END-IF.

      *    A RUN THAT GOT THIS FAR COMPLETED - THE NEXT RUN MUST START
      *    FRESH, NOT RESTART INTO FILES IT HAS ALREADY FINISHED
       CLEAR-COMMIT-POINT.
           PERFORM ZERO-COMMIT-POINT.
           REWRITE TXCKPT-REC
              INVALID KEY
                 DISPLAY 'TXFEAT CLEAR-COMMIT-POINT FS11=' FS11
           END-REWRITE.
           CLOSE CKPT-FILE.

      *    A REBUILD REWRITES THE WHOLE FEATDATA FAMILY, SO AN APPEND
      *    OR RETURN-APPLY RUN LEFT UNFINISHED BEFORE IT HAS NOTHING
      *    LEFT TO RESTART INTO. NO TXFCKPT AT ALL IS NOTHING TO CLEAR
       DROP-COMMIT-POINT.
           OPEN I-O CKPT-FILE.
           IF FS11 = '00' THEN
              READ CKPT-FILE
                 INVALID KEY
                    MOVE SPACES TO TC-MODE
              END-READ
              IF TC-MODE NOT = SPACES THEN
                 DISPLAY 'TXFEAT REBUILD SUPERSEDES THE UNFINISHED '
                    'MODE ' TC-MODE ' RUN OF ' TC-RUN-DATE
                 PERFORM ZERO-COMMIT-POINT
                 REWRITE TXCKPT-REC
                    INVALID KEY
                       DISPLAY 'TXFEAT DROP-COMMIT-POINT FS11=' FS11
                 END-REWRITE
              END-IF
              CLOSE CKPT-FILE
           END-IF.

      *****************************************************************
      * RESTART REPORT - WRITTEN BY EVERY RUN WITH COMMIT POINTS ON.
      * A RESTARTED RUN SHOWS THE COMMIT POINT IT RESUMED FROM, WHAT
      * EACH FILE KEPT AND HAD BACKED OUT, HOW MANY TRANFILE RECORDS
      * IT SKIPPED AS COMMITTED AND HOW MANY IT PROCESSED AGAIN. AS
      * NON-FATAL AS THE CYCLE LOG - THE DATA IS ALREADY COMMITTED
      *****************************************************************
       WRITE-RESTART-REPORT.
           OPEN OUTPUT RSTRPT-FILE.
           IF FS15 NOT = '00' THEN
              DISPLAY 'TXFEAT WRITE-RESTART-REPORT FS15=' FS15
           ELSE
              MOVE SPACES TO WS-RPT-LINE
              STRING 'COMMIT POINT AND RESTART REPORT - MODE ' WS-MODE
                 ' - RUN ' WS-CYC-DATE ' AT ' WS-CYC-START(1:6)
                 ' - COMMIT INTERVAL ' WS-COMMIT-FREQ
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
              IF WS-RESTART = 'Y' THEN
                 PERFORM WRITE-RESTART-DETAIL
              ELSE
                 MOVE 'FRESH RUN - NO UNFINISHED RUN ON TXFCKPT'
                    TO WS-RPT-LINE
                 PERFORM WRITE-RESTART-LINE
              END-IF
              MOVE SPACES TO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
              MOVE WS-TRAN-READ-COUNT TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'TRANFILE RECORDS READ             ' WS-CNT-DISP-1
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
              MOVE WS-COMMIT-TAKEN TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'COMMIT POINTS TAKEN THIS RUN      ' WS-CNT-DISP-1
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
              CLOSE RSTRPT-FILE
           END-IF.

       WRITE-RESTART-DETAIL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RESTARTED THE UNFINISHED RUN OF ' WS-RESTART-DATE
              ' AT ' WS-RESTART-TIME(1:6)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RESTART-LINE.
           MOVE WS-RESTART-START TO WS-CNT-DISP-1.
           MOVE WS-RESTART-COMMITS TO WS-CNT-DISP-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'LAST COMMITTED ORDER ' WS-RESTART-ORDER
              ' AT TRANFILE RECORD ' WS-CNT-DISP-1
              ' (COMMIT POINT ' WS-CNT-DISP-2 ')'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RESTART-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RESTART-LINE.
           MOVE 'FILE          RECORDS KEPT    BACKED OUT' TO
              WS-RPT-LINE.
           PERFORM WRITE-RESTART-LINE.
           PERFORM VARYING WS-RSX FROM 1 BY 1
              UNTIL WS-RSX > WS-RS-COUNT
              MOVE WS-RS-KEPT(WS-RSX) TO WS-CNT-DISP-1
              MOVE WS-RS-BACKED(WS-RSX) TO WS-CNT-DISP-2
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-RS-NAME(WS-RSX) '      ' WS-CNT-DISP-1
                 '     ' WS-CNT-DISP-2
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RESTART-LINE.
           MOVE WS-RESTART-START TO WS-CNT-DISP-1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANFILE RECORDS SKIPPED (COMMITTED) ' WS-CNT-DISP-1
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RESTART-LINE.
           IF WS-TRAN-READ-COUNT > WS-RESTART-START THEN
              COMPUTE WS-NEW-SINCE =
                 WS-TRAN-READ-COUNT - WS-RESTART-START
           ELSE
              MOVE 0 TO WS-NEW-SINCE
           END-IF.
           MOVE WS-NEW-SINCE TO WS-CNT-DISP-1.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TRANFILE RECORDS PROCESSED AFTER IT  ' WS-CNT-DISP-1
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RESTART-LINE.
           IF WS-MODE = 'A' THEN
      *       SAME TRANFILE, SAME ORDER - THE FIRST ORDERS WRITTEN
      *       AFTER THE COMMIT POINT ARE THE ONES THAT WERE BACKED OUT
              COMPUTE WS-NEW-SINCE = FEATURE-FILE-KEY - WS-RESTART-KEY
              IF WS-NEW-SINCE > WS-BO-FEAT THEN
                 MOVE WS-BO-FEAT TO WS-REPROCESSED
              ELSE
                 MOVE WS-NEW-SINCE TO WS-REPROCESSED
              END-IF
              SUBTRACT WS-REPROCESSED FROM WS-NEW-SINCE
              MOVE WS-BO-FEAT TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ORDERS BACKED OUT                    '
                 WS-CNT-DISP-1
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
              MOVE WS-REPROCESSED TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ORDERS REPROCESSED                   '
                 WS-CNT-DISP-1
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
              MOVE WS-NEW-SINCE TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ORDERS NOT REACHED BY THE FAILED RUN '
                 WS-CNT-DISP-1
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
           ELSE
              MOVE WS-BO-RETURNS TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'RETURNS BACKED OUT (NETTING UNDONE)  '
                 WS-CNT-DISP-1
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
              MOVE WS-RKEY-COUNT TO WS-CNT-DISP-1
              MOVE SPACES TO WS-RPT-LINE
              STRING 'ORDERS RESTORED TO THE COMMIT POINT  '
                 WS-CNT-DISP-1
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM WRITE-RESTART-LINE
           END-IF.

       WRITE-RESTART-LINE.
           WRITE RSTRPT-REC FROM WS-RPT-LINE.
           IF FS15 NOT = '00' THEN
              DISPLAY 'TXFEAT WRITE-RESTART-LINE FS15=' FS15
           END-IF.
           DISPLAY 'TXFEAT ' WS-RPT-LINE.

       REPORT-APPEND-COUNTS.
           COMPUTE WS-APPEND-COUNT =
                 'IN-MEMORY TABLE CAPACITY ' WS-XWALK-MAX
           END-IF.

      *    THE CALENDAR IS OPTIONAL - WITHOUT IT EVERY ORDER IS WRITTEN
      *    ORGANIC, WHICH IS WHAT THE CHAIN ASSUMED BEFORE IT EXISTED
       LOAD-PROMO-CALENDAR.
           OPEN INPUT PROMO-FILE.
           IF FS9 NOT = '00' THEN
              DISPLAY 'TXFEAT PROMOCAL NOT AVAILABLE FS9=' FS9
                 ' - EVERY ORDER WRITTEN ORGANIC'
           ELSE
              PERFORM UNTIL WS-EOF-PROMO = 'Y'
                 READ PROMO-FILE
                    AT END MOVE 'Y' TO WS-EOF-PROMO
                 END-READ
                 IF WS-EOF-PROMO NOT = 'Y' THEN
                    PERFORM ADD-PROMO-ENTRY
                 END-IF
              END-PERFORM
              CLOSE PROMO-FILE
           END-IF.

       ADD-PROMO-ENTRY.
           IF WS-PROMO-COUNT < WS-PROMO-MAX THEN
              ADD 1 TO WS-PROMO-COUNT
              MOVE PC-ITEM-CODE  TO WS-PROMO-ITEM(WS-PROMO-COUNT)
              MOVE PC-PROMO-CODE TO WS-PROMO-CODE(WS-PROMO-COUNT)
              MOVE PC-FROM-DATE  TO WS-PROMO-FROM(WS-PROMO-COUNT)
              MOVE PC-TO-DATE    TO WS-PROMO-TO(WS-PROMO-COUNT)
           ELSE
              DISPLAY 'TXFEAT ADD-PROMO-ENTRY PROMOCAL EXCEEDS '
                 'IN-MEMORY TABLE CAPACITY ' WS-PROMO-MAX
           END-IF.

       PROCESS-DATA.
           PERFORM READ-TRAN.
           IF WS-RESTART = 'Y' THEN
              PERFORM SKIP-COMMITTED-TRAN
           END-IF.
           PERFORM UNTIL WS-EOF-TRAN = 'Y'
              MOVE TRAN-ORDER-ID TO WS-BREAK-ORDER
              MOVE TRAN-ACCOUNT TO WS-BREAK-ACCOUNT
              MOVE 0 TO WS-BREAK-QTY
              MOVE 0 TO WS-BREAK-AMOUNT
              MOVE 'N' TO WS-BREAK-SALES
              MOVE SPACES TO WS-BREAK-PROMO-CODE
              MOVE 0 TO WS-BREAK-PROMO-ITEMS
              MOVE 0 TO WS-GRET-COUNT
              MOVE ZEROS TO WS-MASK
              PERFORM VARYING WS-CX FROM 1 BY 1
                    ADD TRAN-QTY TO WS-BREAK-QTY
                    ADD TRAN-AMOUNT TO WS-BREAK-AMOUNT
                    PERFORM APPLY-ITEM-TO-MASK
                    PERFORM CHECK-ITEM-PROMO
                 END-IF
                 PERFORM READ-TRAN
              END-PERFORM
              ELSE
                 PERFORM PARK-RETURN-GROUP
              END-IF
      *       THE NEXT GROUP'S FIRST RECORD IS ALREADY READ - THE
      *       COMMITTED POSITION IS THE RECORD BEFORE IT
              IF WS-COMMIT-MODE = 'Y' THEN
                 MOVE WS-BREAK-ORDER TO WS-COMMIT-ORDER
                 IF WS-EOF-TRAN = 'Y' THEN
                    MOVE WS-TRAN-READ-COUNT TO WS-COMMIT-DONE
                 ELSE
                    COMPUTE WS-COMMIT-DONE = WS-TRAN-READ-COUNT - 1
                 END-IF
                 PERFORM COUNT-COMMIT-UNIT
              END-IF
           END-PERFORM.

       READ-TRAN.
              PERFORM WRITE-RECYCLE-REC
           END-IF.

      *    EVERY SALE LINE IS CHECKED, CROSSWALKED OR NOT - AN ITEM
      *    WAITING ON RECYCLE WAS STILL BOUGHT ON PROMOTION
       CHECK-ITEM-PROMO.
           MOVE 'N' TO WS-PROMO-HIT.
           PERFORM VARYING WS-PX FROM 1 BY 1
              UNTIL WS-PX > WS-PROMO-COUNT OR WS-PROMO-HIT = 'Y'
              IF WS-PROMO-ITEM(WS-PX) = TRAN-ITEM-CODE AND
                 WS-PROMO-FROM(WS-PX) <= TRAN-DATE AND
                 WS-PROMO-TO(WS-PX) >= TRAN-DATE THEN
                 MOVE 'Y' TO WS-PROMO-HIT
                 IF WS-BREAK-PROMO-CODE = SPACES THEN
                    MOVE WS-PROMO-CODE(WS-PX) TO WS-BREAK-PROMO-CODE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-PROMO-HIT = 'Y' THEN
              ADD 1 TO WS-BREAK-PROMO-ITEMS
           END-IF.

      *    A RETURN INSIDE THE BREAK GROUP NETS AGAINST THE COLUMN'S
      *    RUNNING UNITS - THE BIT ITSELF IS SETTLED WHEN THE GROUP
      *    ENDS (NET-RETURNED-ITEMS). EXACTLY ONE PASS OWNS A RETURN'S
           PERFORM WRITE-ACCOUNT-REC.
           PERFORM WRITE-PERIOD-REC.
           PERFORM WRITE-QTY-REC.
           PERFORM WRITE-PRMO-REC.

      *    A COLUMN WHOSE RETURNS COVERED EVERY UNIT SOLD IN THE GROUP
      *    LOSES ITS BIT - THE FULLY-RETURNED ITEM NEVER REACHES THE
                 DISPLAY 'TXFEAT WRITE-QTY-REC FS7=' FS7
           END-WRITE.

       WRITE-PRMO-REC.
           ADD 1 TO PRMO-FILE-KEY.
           IF WS-BREAK-PROMO-ITEMS > 0 THEN
              MOVE 'Y' TO FM-PROMO-FLAG
              ADD 1 TO WS-PROMO-ORDER-COUNT
           ELSE
              MOVE 'N' TO FM-PROMO-FLAG
           END-IF.
           MOVE WS-BREAK-PROMO-CODE TO FM-PROMO-CODE.
           MOVE WS-BREAK-PROMO-ITEMS TO FM-PROMO-ITEMS.
           WRITE FEATPRMO-REC
              INVALID KEY
                 DISPLAY 'TXFEAT WRITE-PRMO-REC FS10=' FS10
           END-WRITE.

       WRITE-ACCOUNT-REC.
           ADD 1 TO ACCOUNT-FILE-KEY.
           MOVE WS-BREAK-ACCOUNT TO FA-ACCOUNT.
      *****************************************************************
       APPLY-RETURNS.
           PERFORM READ-TRAN.
           IF WS-RESTART = 'Y' THEN
              PERFORM SKIP-COMMITTED-TRAN
           END-IF.
           PERFORM UNTIL WS-EOF-TRAN = 'Y'
              IF TRAN-TYPE = 'R' THEN
                 PERFORM APPLY-ONE-RETURN
              ELSE
                 ADD 1 TO WS-SKIP-COUNT
              END-IF
              IF WS-COMMIT-MODE = 'Y' THEN
                 MOVE TRAN-ORDER-ID TO WS-COMMIT-ORDER
                 MOVE WS-TRAN-READ-COUNT TO WS-COMMIT-DONE
                 PERFORM COUNT-COMMIT-UNIT
              END-IF
              PERFORM READ-TRAN
           END-PERFORM.

      *    UNITS, CLEAR THE BIT WHEN THEY REACH ZERO, AND NET THE
      *    ORDER'S PERIOD TOTALS, ALL FLOORED AT ZERO
       APPLY-RETURN-BY-KEY.
           IF WS-COMMIT-MODE = 'Y' THEN
              PERFORM WRITE-RETURN-JOURNAL
           END-IF.
           READ QTY-FILE
              INVALID KEY
                 DISPLAY 'TXFEAT APPLY-RETURN-BY-KEY FS7=' FS7
                 DISPLAY 'TXFEAT OPEN-DATA FS7=' FS7
                 STOP RUN
              END-IF
              OPEN OUTPUT PRMO-FILE
              IF FS10 NOT = '00' THEN
                 DISPLAY 'TXFEAT OPEN-DATA FS10=' FS10
                 STOP RUN
              END-IF
              OPEN OUTPUT RETPEND-FILE
              IF FS8 NOT = '00' THEN
                 DISPLAY 'TXFEAT OPEN-DATA FS8=' FS8
              DISPLAY 'TXFEAT OPEN-APPEND-FILES FS7=' FS7
              STOP RUN
           END-IF.
      *    A FEATURE FILE LOADED BEFORE THE PROMOTION WORK HAS NO
      *    FEATPRMO YET - THE FALLBACK CREATES IT AND THE NEW ORDERS
      *    LAND ON THEIR OWN KEYS; ONE FULL REBUILD BACKFILLS THE REST
           OPEN I-O PRMO-FILE.
           IF FS10 = '05' OR FS10 = '35' THEN
              OPEN OUTPUT PRMO-FILE
           END-IF.
           IF FS10 NOT = '00' THEN
              DISPLAY 'TXFEAT OPEN-APPEND-FILES FS10=' FS10
              STOP RUN
           END-IF.
           OPEN EXTEND RETPEND-FILE.
           IF FS8 = '05' OR FS8 = '35' THEN
              OPEN OUTPUT RETPEND-FILE
           MOVE WS-PRIOR-COUNT TO ACCOUNT-FILE-KEY.
           MOVE WS-PRIOR-COUNT TO PERIOD-FILE-KEY.
           MOVE WS-PRIOR-COUNT TO QTY-FILE-KEY.
           MOVE WS-PRIOR-COUNT TO PRMO-FILE-KEY.

       CLOSE-DATA.
           CLOSE TRAN-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE PERIOD-FILE.
           CLOSE QTY-FILE.
           CLOSE PRMO-FILE.
           CLOSE RETPEND-FILE.
           CLOSE RECYCLE-FILE.
           CLOSE ORDX-FILE.
              DISPLAY 'TXFEAT OPEN-RETURNS FS7=' FS7
              STOP RUN
           END-IF.
      *    A RESTART KEEPS THE COMMITTED RESIDUALS THE TRIM LEFT
           IF WS-RESTART = 'Y' THEN
              OPEN EXTEND RECYOUT-FILE
           ELSE
              OPEN OUTPUT RECYOUT-FILE
           END-IF.
           IF FS5 NOT = '00' THEN
              DISPLAY 'TXFEAT OPEN-RETURNS FS5=' FS5
              STOP RUN
           CLOSE PERIOD-FILE.
           CLOSE QTY-FILE.
           CLOSE RECYOUT-FILE.
           IF WS-COMMIT-MODE = 'Y' THEN
              CLOSE JRNL-FILE
           END-IF.
