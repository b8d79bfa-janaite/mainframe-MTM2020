      * 20260917: appends a standard cycle-log record to the shared
      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report
      * 20261011: PERIOD-FROM, PERIOD-TO and WEIGHT-MODE now come from
      *           the RUNPARM dataset (see copybook), a non-blank PARM
      *           field still overriding each one, and the settings
      *           used are appended to CYCLPARM next to the CYCLELOG
      *           record
      * 20261015: a non-blank PARM period that is not a YYYYMM month,
      *           or a weight mode other than R or N, is displayed
      *           and ends the step with 8 before FEATDATA is read
      *
      *****************************************************************
      * DISTINCT-MASK AGGREGATION AHEAD OF FTFREQ SCORING
      *    FEATPERD dataset - RELATIVE SIBLING, READ ONLY WHEN PERIOD
      *        SELECTION OR REVENUE COLLECTION IS ON
      *
      * SETTINGS: READ FROM RUNPARM UNDER PROGRAM FEATAGG AS
      *       PERIOD-FROM, PERIOD-TO AND WEIGHT-MODE; A NON-BLANK PARM
      *       FIELD BELOW OVERRIDES ITS SETTING.
      *
      * PARM: BYTES 1-6 AND 7-12 OPTIONALLY CARRY A FROM/TO CALENDAR
      *       MONTH (YYYYMM, BLANK TO = THE SINGLE FROM MONTH) - SAME
      *       SEMANTICS AS FTFREQ'S PERIOD PARM. BYTE 13 = 'R'
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

       01  FS1                   PIC X(2).
       01  FS2                   PIC X(2).
       01  FS3                   PIC X(2).

       01  WS-PERIOD-MODE        PIC X(1)   VALUE 'N'.
       01  WS-PERIOD-FROM        PIC X(6).
       01  WS-CHK-PERIOD.
           05 WS-CHK-PER-YYYY    PIC X(4).
           05 WS-CHK-PER-MM      PIC X(2).
       01  WS-PERIOD-OK          PIC X(1).
       01  WS-PERIOD-TO          PIC X(6).
       01  WS-PERIOD-KEEP        PIC X(1).
       01  WS-WEIGHT-MODE        PIC X(1)   VALUE 'N'.

       PROCEDURE DIVISION USING PARM-BUFFER.
           PERFORM START-CYCLE-LOG.
           PERFORM LOAD-RUN-SETTINGS.
           IF WS-PERIOD-FROM NOT = SPACES THEN
              MOVE 'Y' TO WS-PERIOD-MODE
              IF WS-PERIOD-TO = SPACES THEN
                 MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
              END-IF
           END-IF.
           IF WS-PERIOD-MODE = 'Y' OR WS-WEIGHT-MODE = 'R' THEN
              MOVE 'Y' TO WS-READ-PERIOD
           END-IF.
           ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.

       LOAD-RUN-SETTINGS.
           PERFORM OPEN-RUN-PARMS.
           MOVE SPACES TO WS-PERIOD-FROM.
           MOVE SPACES TO WS-PERIOD-TO.
           MOVE 'PERIOD-FROM' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-VALUE TO WS-PERIOD-FROM
           END-IF.
           IF PARM-LENGTH > 5 THEN
              IF PARM-PERIOD-FROM NOT = SPACES THEN
                 MOVE PARM-PERIOD-FROM TO WS-CHK-PERIOD
                 PERFORM CHECK-PARM-PERIOD
                 IF WS-PERIOD-OK = 'N' THEN
                    DISPLAY 'FEATAGG PERIOD FROM ' PARM-PERIOD-FROM
                       ' NOT A YYYYMM MONTH'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-PERIOD-FROM TO WS-PERIOD-FROM
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
           IF PARM-LENGTH > 11 THEN
              IF PARM-PERIOD-TO NOT = SPACES THEN
                 MOVE PARM-PERIOD-TO TO WS-CHK-PERIOD
                 PERFORM CHECK-PARM-PERIOD
                 IF WS-PERIOD-OK = 'N' THEN
                    DISPLAY 'FEATAGG PERIOD TO ' PARM-PERIOD-TO
                       ' NOT A YYYYMM MONTH'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-PERIOD-TO TO WS-PERIOD-TO
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
           IF PARM-LENGTH > 12 THEN
              IF PARM-WEIGHT-MODE NOT = SPACES THEN
                 IF PARM-WEIGHT-MODE NOT = 'R' AND
                    PARM-WEIGHT-MODE NOT = 'N' THEN
                    DISPLAY 'FEATAGG WEIGHT MODE ' PARM-WEIGHT-MODE
                       ' NOT R OR N'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-WEIGHT-MODE TO WS-WEIGHT-MODE
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-WEIGHT-MODE TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           PERFORM CLOSE-RUN-PARMS.

      *    A CALENDAR MONTH YYYYMM
       CHECK-PARM-PERIOD.
           MOVE 'Y' TO WS-PERIOD-OK.
           IF WS-CHK-PERIOD NOT NUMERIC THEN
              MOVE 'N' TO WS-PERIOD-OK
           ELSE
              IF WS-CHK-PER-MM < '01' OR WS-CHK-PER-MM > '12' THEN
                 MOVE 'N' TO WS-PERIOD-OK
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
              DISPLAY 'FEATAGG RUNPARM NOT PRESENT - PARM AND '
                 'DEFAULTS ONLY'
              MOVE 'N' TO WS-RP-AVAIL
           ELSE
              IF FS-RP NOT = '00' THEN
                 DISPLAY 'FEATAGG OPEN-RUN-PARMS FS-RP=' FS-RP
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
              MOVE 'FEATAGG' TO RP-PROGRAM
              MOVE WS-RP-NAME TO RP-PARM-NAME
              READ RUNPARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-RP-FOUND
                    MOVE 'RUNPARM' TO WS-RP-SOURCE
              END-READ
              IF FS-RP NOT = '00' AND FS-RP NOT = '23' THEN
                 DISPLAY 'FEATAGG READ-RUN-PARM FS-RP=' FS-RP
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
                 DISPLAY 'FEATAGG WRITE-CYCLE-PARMS FS-CYP=' FS-CYP
              ELSE
                 PERFORM VARYING WS-SETX FROM 1 BY 1
                    UNTIL WS-SETX > WS-SET-COUNT
                    MOVE 'FEATAGG' TO CP-PROGRAM
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

       COLLAPSE-FEATURES.
           PERFORM READ-FEATURE-SEQ.
