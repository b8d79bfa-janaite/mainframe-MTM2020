      *           zero (an aggregate built without FEATAGG's 'R'
      *           parm) - such a run used to complete quietly with a
      *           zero support floor and all-zero revenue figures
      * 20261011: settings now come from the RUNPARM dataset (see
      *           copybook) under the names MIN-SUPPORT, ACCT-MODE,
      *           PERIOD-FROM, PERIOD-TO, WEIGHT-MODE, CKPT-INTERVAL
      *           and INPUT-MODE - a non-blank PARM field still
      *           overrides its setting, and the settings the run used
      *           are appended to CYCLPARM next to its CYCLELOG record
      * 20261015: a PARM period of 000000 now means all periods even
      *           when RUNPARM holds a PERIOD-FROM/PERIOD-TO, so a
      *           caller (LVLDRV) can pass every setting explicitly
      *           instead of picking up the standalone step's ones
      * 20261015: every non-blank PARM field is checked before it is
      *           used - a value outside its range (support 00-99,
      *           Y/N, YYYYMM or 000000, R/N, interval 0000-9999,
      *           G/N) is displayed and the step ends with 8
      *
      *****************************************************************
      * COUNT FREQUENCY OF FEATURES BASED UPON A MASK FROM A DATASET
      *        the combination must be present on feature data to be
      *        accounted into frequency counter
      *
      * SETTINGS: EACH ONE BELOW IS READ FROM RUNPARM UNDER PROGRAM
      *       FTFREQ AND THE NAME IN BRACKETS; THE PARM POSITION GIVEN
      *       OVERRIDES IT WHEN NOT BLANK, AND WITH NEITHER THE
      *       DEFAULT APPLIES.
      *
      * PARM: (MIN-SUPPORT)
      *       minimum support percentage (00-99), whole percent of
      *       TOTAL-REG-COUNT a combination's frequency must reach
      *       to be written to OUTDATA - defaults to 00 (no filter)
      *       when no PARM is passed. (ACCT-MODE)
      *       A 3rd PARM byte of 'Y' turns on
      *       account-listing mode (see below); defaults to 'N'.
      *       (PERIOD-FROM/PERIOD-TO)
      *       BYTES 4-9 AND 10-15 OPTIONALLY CARRY A FROM/TO CALENDAR
      *       MONTH (YYYYMM) - WHEN PRESENT, THE FEATPERD PERIOD
      *       SIBLING IS READ NEXT TO THE FEATURE FILE AND ONLY ORDERS
      *       DATED INSIDE THE RANGE ARE SCORED (A BLANK TO MONTH
      *       MEANS THE SINGLE FROM MONTH). NO PERIOD PARM MEANS ALL
      *       PERIODS; 000000 ALSO MEANS ALL PERIODS, WHATEVER
      *       RUNPARM HOLDS.
      *       (WEIGHT-MODE)
      *       BYTE 16 = 'R' TURNS ON REVENUE-WEIGHTED SUPPORT - EVERY
      *       ITEMSET IS SCORED BY THE TOTAL EXTENDED AMOUNT (WHOLE
      *       DOLLARS) OF ITS MATCHING ORDERS INSTEAD OF THE ORDER
      *       AGAINST TOTAL REVENUE. FEATPERD IS READ WHENEVER PERIOD
      *       SELECTION OR REVENUE WEIGHTING IS ON; OTHERWISE IT IS
      *       NOT TOUCHED.
      *       (CKPT-INTERVAL)
      *       BYTES 17-20 = CHECKPOINT INTERVAL (0001-9999) - A
      *       FREQCKPT RECORD IS TAKEN EVERY THAT MANY CONTROL
      *       RECORDS AND A RERUN RESUMES FROM IT (SEE THE 20260902
      *       CHANGELOG ENTRY). 0000 OR ABSENT = NO CHECKPOINTING.
      *       (INPUT-MODE)
      *       BYTE 21 = 'G' READS THE FEATAGGR DISTINCT-MASK
      *       AGGREGATE (FEATAGG'S OUTPUT) INSTEAD OF FEATDATA -
      *       IDENTICAL NUMBERS, FAR FEWER ENTRIES TO SCAN. NOT
      *       AN AGGREGATE BUILT WITHOUT IT CARRIES ALL-ZERO REVENUE
      *       TOTALS, AND THE RUN WARNS WHEN IT LOADS ONE.
      *
      *       A NON-BLANK PARM FIELD OUTSIDE ITS RANGE ENDS THE STEP
      *       WITH RETURN-CODE 8 BEFORE ANYTHING IS READ.
      *
      * OUTPUT:
      *    OUTDATA dataset with layout:
      *          PIC X(12) = the same as CNTLDATA
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

       COPY ITMWDTH.
       01  WS-CYC-START      PIC X(8).
       01  WS-CYC-END        PIC X(8).

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

       01  FEATURE-FILE-KEY  PIC 9(9)    value 0.
       01  FS1               PIC X(2).
       01  FS2               PIC X(2).
       01  WS-PERIOD-MODE    PIC X(1)   VALUE 'N'.
       01  WS-PERIOD-FROM    PIC X(6).
       01  WS-PERIOD-TO      PIC X(6).
       01  WS-CHK-PERIOD.
           05 WS-CHK-PER-YYYY PIC X(4).
           05 WS-CHK-PER-MM   PIC X(2).
       01  WS-PERIOD-OK      PIC X(1).
       01  WS-PERIOD-KEEP    PIC X(1).

       01  FS10              PIC X(2).

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           PERFORM LOAD-RUN-SETTINGS.
           MOVE 'N' TO WS-PERIOD-MODE.
           IF WS-PERIOD-FROM NOT = SPACES THEN
              MOVE 'Y' TO WS-PERIOD-MODE
              IF WS-PERIOD-TO = SPACES THEN
                 MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
              END-IF
           END-IF.
           IF WS-CKPT-FREQ > 0 THEN
              MOVE 'Y' TO WS-CKPT-MODE
           ELSE
              MOVE 'N' TO WS-CKPT-MODE
           END-IF.
      *    THE AGGREGATE CARRIES NO ACCOUNTS AND NO DATES - THOSE
      *    MODES NEED THE INDIVIDUAL ORDERS, SO THEY WIN OVER 'G'
           IF WS-AGG-MODE = 'G' AND WS-ACCT-MODE = 'Y' THEN
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

       LOAD-RUN-SETTINGS.
           PERFORM OPEN-RUN-PARMS.
           MOVE 0 TO WS-MIN-SUPPORT-PCT.
           MOVE 'MIN-SUPPORT' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-NUMBER TO WS-MIN-SUPPORT-PCT
           END-IF.
           IF PARM-LENGTH > 0 THEN
              IF PARM-MIN-SUPPORT NOT = SPACES THEN
                 IF PARM-MIN-SUPPORT NOT NUMERIC THEN
                    DISPLAY 'FTFREQ MIN SUPPORT ' PARM-MIN-SUPPORT
                       ' NOT 00-99'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-MIN-SUPPORT TO WS-MIN-SUPPORT-PCT
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-MIN-SUPPORT-PCT TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE 'N' TO WS-ACCT-MODE.
           MOVE 'ACCT-MODE' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-ACCT-MODE
           END-IF.
           IF PARM-LENGTH > 2 THEN
              IF PARM-ACCT-MODE NOT = SPACES THEN
                 IF PARM-ACCT-MODE NOT = 'Y' AND
                    PARM-ACCT-MODE NOT = 'N' THEN
                    DISPLAY 'FTFREQ ACCOUNT MODE ' PARM-ACCT-MODE
                       ' NOT Y OR N'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-ACCT-MODE TO WS-ACCT-MODE
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-ACCT-MODE TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE SPACES TO WS-PERIOD-FROM.
           MOVE SPACES TO WS-PERIOD-TO.
      *    THE PERIOD FIELDS ARE ONLY PICKED UP WHEN THE PARM IS LONG
      *    ENOUGH TO HOLD THEM IN FULL - A SHORTER PARM WOULD HAVE
      *    THEM READING PAST THE END OF THE CALLER'S PARM AREA
           MOVE 'PERIOD-FROM' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-PERIOD-FROM
           END-IF.
           IF PARM-LENGTH > 8 THEN
              IF PARM-PERIOD-FROM NOT = SPACES THEN
                 MOVE PARM-PERIOD-FROM TO WS-CHK-PERIOD
                 PERFORM CHECK-PARM-PERIOD
                 IF WS-PERIOD-OK = 'N' THEN
                    DISPLAY 'FTFREQ PERIOD FROM ' PARM-PERIOD-FROM
                       ' NOT A YYYYMM MONTH OR 000000'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 IF PARM-PERIOD-FROM = '000000' THEN
                    MOVE SPACES TO WS-PERIOD-FROM
                 ELSE
                    MOVE PARM-PERIOD-FROM TO WS-PERIOD-FROM
                 END-IF
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-PERIOD-FROM TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE 'PERIOD-TO' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-PERIOD-TO
           END-IF.
           IF PARM-LENGTH > 14 THEN
              IF PARM-PERIOD-TO NOT = SPACES THEN
                 MOVE PARM-PERIOD-TO TO WS-CHK-PERIOD
                 PERFORM CHECK-PARM-PERIOD
                 IF WS-PERIOD-OK = 'N' THEN
                    DISPLAY 'FTFREQ PERIOD TO ' PARM-PERIOD-TO
                       ' NOT A YYYYMM MONTH OR 000000'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 IF PARM-PERIOD-TO = '000000' THEN
                    MOVE SPACES TO WS-PERIOD-TO
                 ELSE
                    MOVE PARM-PERIOD-TO TO WS-PERIOD-TO
                 END-IF
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-PERIOD-TO TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE 'N' TO WS-WEIGHT-MODE.
           MOVE 'WEIGHT-MODE' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-WEIGHT-MODE
           END-IF.
           IF PARM-LENGTH > 15 THEN
              IF PARM-WEIGHT-MODE NOT = SPACES THEN
                 IF PARM-WEIGHT-MODE NOT = 'R' AND
                    PARM-WEIGHT-MODE NOT = 'N' THEN
                    DISPLAY 'FTFREQ WEIGHT MODE ' PARM-WEIGHT-MODE
                       ' NOT R OR N'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-WEIGHT-MODE TO WS-WEIGHT-MODE
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-WEIGHT-MODE TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE 0 TO WS-CKPT-FREQ.
           MOVE 'CKPT-INTERVAL' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-NUMBER TO WS-CKPT-FREQ
           END-IF.
           IF PARM-LENGTH > 19 THEN
              IF PARM-CKPT-FREQ NOT = SPACES THEN
                 IF PARM-CKPT-FREQ NOT NUMERIC THEN
                    DISPLAY 'FTFREQ CHECKPOINT INTERVAL '
                       PARM-CKPT-FREQ ' NOT 0000-9999'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-CKPT-FREQ TO WS-CKPT-FREQ
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-CKPT-FREQ TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE 'N' TO WS-AGG-MODE.
           MOVE 'INPUT-MODE' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-AGG-MODE
           END-IF.
           IF PARM-LENGTH > 20 THEN
              IF PARM-INPUT-MODE NOT = SPACES THEN
                 IF PARM-INPUT-MODE NOT = 'G' AND
                    PARM-INPUT-MODE NOT = 'N' THEN
                    DISPLAY 'FTFREQ INPUT MODE ' PARM-INPUT-MODE
                       ' NOT G OR N'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-INPUT-MODE TO WS-AGG-MODE
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-AGG-MODE TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           PERFORM CLOSE-RUN-PARMS.

      *    000000 (ALL PERIODS) OR A CALENDAR MONTH YYYYMM
       CHECK-PARM-PERIOD.
           MOVE 'Y' TO WS-PERIOD-OK.
           IF WS-CHK-PERIOD NOT = '000000' THEN
              IF WS-CHK-PERIOD NOT NUMERIC THEN
                 MOVE 'N' TO WS-PERIOD-OK
              ELSE
                 IF WS-CHK-PER-MM < '01' OR WS-CHK-PER-MM > '12' THEN
                    MOVE 'N' TO WS-PERIOD-OK
                 END-IF
              END-IF
           END-IF.

      *    A PARM FIELD THAT FAILED ITS CHECK - THE DISPLAY ABOVE THE
      *    PERFORM NAMES IT
       FAIL-RUN-SETTING.
           MOVE 8 TO RETURN-CODE.
           PERFORM CLOSE-RUN-PARMS.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

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
              DISPLAY 'FTFREQ RUNPARM NOT PRESENT - PARM AND '
                 'DEFAULTS ONLY'
              MOVE 'N' TO WS-RP-AVAIL
           ELSE
              IF FS-RP NOT = '00' THEN
                 DISPLAY 'FTFREQ OPEN-RUN-PARMS FS-RP=' FS-RP
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
              MOVE 'FTFREQ' TO RP-PROGRAM
              MOVE WS-RP-NAME TO RP-PARM-NAME
              READ RUNPARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-RP-FOUND
                    MOVE 'RUNPARM' TO WS-RP-SOURCE
              END-READ
              IF FS-RP NOT = '00' AND FS-RP NOT = '23' THEN
                 DISPLAY 'FTFREQ READ-RUN-PARM FS-RP=' FS-RP
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
                 DISPLAY 'FTFREQ WRITE-CYCLE-PARMS FS-CYP=' FS-CYP
              ELSE
                 PERFORM VARYING WS-SETX FROM 1 BY 1
                    UNTIL WS-SETX > WS-SET-COUNT
                    MOVE 'FTFREQ' TO CP-PROGRAM
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
      * CHECKPOINT SETUP - RUNS BEFORE ANY OUTPUT FILE IS OPENED. ON A
