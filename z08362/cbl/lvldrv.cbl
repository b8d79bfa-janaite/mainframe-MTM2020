      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report - the programs
      *           it CALLs each log their own records too
      * 20261011: ACTIVE-ITEMS and MIN-SUPPORT now come from the
      *           RUNPARM dataset (see copybook), a non-blank PARM
      *           field still overriding either one, and the settings
      *           used are appended to CYCLPARM next to the CYCLELOG
      *           record
      * 20261015: FTFREQ is now CALLed with its full PARM - every
      *           setting but MIN-SUPPORT passed explicitly at its
      *           default - so the level chain no longer picks up the
      *           ACCT-MODE, PERIOD, WEIGHT-MODE, CKPT-INTERVAL or
      *           INPUT-MODE that RUNPARM holds for a standalone
      *           FTFREQ step
      *         - and a non-blank PARM ACTIVE-ITEMS (00-24) or
      *           MIN-SUPPORT (00-99) outside its range is displayed
      *           and ends the run with 8 before GEN1 is CALLed
      *
      *****************************************************************
      * DRIVES THE GEN1 -> CBITEM -> FTFREQ LEVEL CHAIN AUTOMATICALLY
      * AN ABEND RE-READS CHKPOINT AND PICKS UP AT THAT LEVEL INSTEAD
      * OF STARTING BACK AT GEN1.
      *
      * SETTINGS: READ FROM RUNPARM UNDER PROGRAM LVLDRV AND THE
      *       NAME IN BRACKETS; A NON-BLANK PARM FIELD OVERRIDES IT.
      *
      * PARM: 05(2) ACTIVE ITEM COUNT FOR GEN1 (BLANK/00 = GEN1'S
      *          OWN DEFAULT OF 12) (ACTIVE-ITEMS)
      *       05(2) MINIMUM SUPPORT PERCENT FOR FTFREQ (BLANK/00 =
      *          NO FILTERING) (MIN-SUPPORT)
      *
      * FEATDATA (THE TRANSACTION FEATURE FILE FTFREQ SCORES AGAINST)
      * IS BUILT ONCE, UPSTREAM OF THIS DRIVER (E.G. BY TXFEAT), AND
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

       FD  CYCLOG-FILE.
           COPY CYCLOG.

       FD  RUNPARM-FILE.
           COPY RUNPARM.

       FD  CYCPARM-FILE.
           COPY CYCPARM.

       WORKING-STORAGE SECTION.

       01  FS-CYC                PIC X(2).
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

       01  FS-CKPT               PIC X(2).
       01  FS-CBITCTL            PIC X(2).
       01  FS-GEN1OUT            PIC X(2).
           05  WS-CBITEM-PARM-LEN  PIC S9(4) USAGE COMP VALUE 2.
           05  WS-CBITEM-PARM-DATA PIC X(2).

      *    FTFREQ'S FULL PARM - SEE INITIALIZE-PARMS
       01  WS-FTFREQ-PARM.
           05  WS-FTFREQ-PARM-LEN  PIC S9(4) USAGE COMP VALUE 21.
           05  WS-FTFREQ-PARM-DATA.
               10  WS-FTFREQ-MIN-SUPPORT PIC X(2).
               10  WS-FTFREQ-ACCT-MODE   PIC X(1)   VALUE 'N'.
               10  WS-FTFREQ-PERIOD-FROM PIC X(6)   VALUE '000000'.
               10  WS-FTFREQ-PERIOD-TO   PIC X(6)   VALUE '000000'.
               10  WS-FTFREQ-WEIGHT-MODE PIC X(1)   VALUE 'N'.
               10  WS-FTFREQ-CKPT-FREQ   PIC X(4)   VALUE '0000'.
               10  WS-FTFREQ-INPUT-MODE  PIC X(1)   VALUE 'N'.

       LINKAGE SECTION.
       01   PARM-BUFFER.
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
              DISPLAY 'LVLDRV RUNPARM NOT PRESENT - PARM AND '
                 'DEFAULTS ONLY'
              MOVE 'N' TO WS-RP-AVAIL
           ELSE
              IF FS-RP NOT = '00' THEN
                 DISPLAY 'LVLDRV OPEN-RUN-PARMS FS-RP=' FS-RP
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
              MOVE 'LVLDRV' TO RP-PROGRAM
              MOVE WS-RP-NAME TO RP-PARM-NAME
              READ RUNPARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-RP-FOUND
                    MOVE 'RUNPARM' TO WS-RP-SOURCE
              END-READ
              IF FS-RP NOT = '00' AND FS-RP NOT = '23' THEN
                 DISPLAY 'LVLDRV READ-RUN-PARM FS-RP=' FS-RP
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
                 DISPLAY 'LVLDRV WRITE-CYCLE-PARMS FS-CYP=' FS-CYP
              ELSE
                 PERFORM VARYING WS-SETX FROM 1 BY 1
                    UNTIL WS-SETX > WS-SET-COUNT
                    MOVE 'LVLDRV' TO CP-PROGRAM
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

      *    THE MINIMUM SUPPORT PASSED DOWN TO FTFREQ IS ITS PARM, SO
      *    THE LEVEL CHAIN RUNS ON LVLDRV'S MIN-SUPPORT SETTING, NOT
      *    ON THE ONE RUNPARM HOLDS FOR A STANDALONE FTFREQ STEP. THE
      *    REST OF FTFREQ'S PARM IS PASSED TOO, EVERY FIELD AT ITS
      *    DEFAULT (NO ACCOUNT LISTING, ALL PERIODS, ORDER-COUNT
      *    SUPPORT, NO CHECKPOINTING, FEATDATA INPUT) - A BLANK FIELD
      *    WOULD LET FTFREQ TAKE THAT SETTING FROM RUNPARM, AND A
      *    PERIOD OR WEIGHTING MEANT FOR THE STANDALONE STEP WOULD
      *    QUIETLY CHANGE EVERY LEVEL OF THE CHAIN
       INITIALIZE-PARMS.
           PERFORM OPEN-RUN-PARMS.
           MOVE '00' TO WS-GEN1-PARM-DATA.
           MOVE 'ACTIVE-ITEMS' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-GEN1-PARM-DATA
           END-IF.
           IF PARM-LENGTH > 0 THEN
              IF PARM-ACTIVE-ITEMS NOT = SPACES THEN
      *          24 IS THE ITEM-MASK WIDTH (SEE COPYBOOK ITMWDTH)
                 IF PARM-ACTIVE-ITEMS NOT NUMERIC OR
                    PARM-ACTIVE-ITEMS > '24' THEN
                    DISPLAY 'LVLDRV ACTIVE ITEMS ' PARM-ACTIVE-ITEMS
                       ' NOT 00-24'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-ACTIVE-ITEMS TO WS-GEN1-PARM-DATA
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-GEN1-PARM-DATA TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE '00' TO WS-FTFREQ-MIN-SUPPORT.
           MOVE 'MIN-SUPPORT' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-FTFREQ-MIN-SUPPORT
           END-IF.
           IF PARM-LENGTH > 2 THEN
              IF PARM-MIN-SUPPORT NOT = SPACES THEN
                 IF PARM-MIN-SUPPORT NOT NUMERIC THEN
                    DISPLAY 'LVLDRV MIN SUPPORT ' PARM-MIN-SUPPORT
                       ' NOT 00-99'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-MIN-SUPPORT TO WS-FTFREQ-MIN-SUPPORT
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-FTFREQ-MIN-SUPPORT TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           PERFORM CLOSE-RUN-PARMS.

      *    A PARM FIELD THAT FAILED ITS CHECK - THE DISPLAY ABOVE THE
      *    PERFORM NAMES IT
       FAIL-RUN-SETTING.
           MOVE 8 TO RETURN-CODE.
           PERFORM CLOSE-RUN-PARMS.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

       OPEN-CHECKPOINT.
           OPEN I-O CHKPT-FILE.
