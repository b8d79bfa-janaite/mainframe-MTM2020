      * 20260917: appends a standard cycle-log record to the shared
      *           CYCLELOG dataset (see copybook CYCLOG) for the
      *           CYCLRPT nightly operations report
      * 20261011: AGE-MONTHS and ZERO-MONTHS now come from the RUNPARM
      *           dataset (see copybook), a non-blank PARM field still
      *           overriding either one, and the settings used are
      *           appended to CYCLPARM next to the CYCLELOG record
      * 20261015: a non-blank PARM AGE-MONTHS or ZERO-MONTHS that is
      *           not 00-99 is displayed and ends the step with 8
      *           before ITMSTATS is opened
      *
      *****************************************************************
      * RETENTION AND ARCHIVAL MAINTENANCE FOR THE ITMSTATS MASTER
      * INPUT:
      *    ITMSTATS dataset - INDEXED ITEMSET STATISTICS MASTER
      *
      * SETTINGS: READ FROM RUNPARM UNDER PROGRAM STATMNT AND THE
      *       NAME IN BRACKETS; A NON-BLANK PARM FIELD OVERRIDES IT.
      *
      * PARM: 05(2) N = MONTHS SINCE LAST SEEN BEFORE ARCHIVAL
      *          (00 = RULE OFF; DEFAULTS TO 12) (AGE-MONTHS)
      *       05(2) M = MONTHS FOR ZERO-STREAK RECORDS
      *          (00 = RULE OFF; DEFAULTS TO 03) (ZERO-MONTHS)
      *
      * OUTPUT:
      *    ITMSTNEW dataset - THE RETAINED MASTER, SAME INDEXED LAYOUT
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

       01  FS-CYC                    PIC X(2).
       01  WS-CYC-START              PIC X(8).
       01  WS-CYC-END                PIC X(8).

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

       01  FS1                       PIC X(2).
       01  FS2                       PIC X(2).
       01  FS3                       PIC X(2).
              10 PARM-ZERO-MONTHS PIC X(2).

       PROCEDURE DIVISION USING PARM-BUFFER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYC-START FROM TIME.
           PERFORM LOAD-RUN-SETTINGS.
           PERFORM SET-CUTOFF-MONTHS.
           PERFORM OPEN-DATA.
           PERFORM WRITE-AUDIT-HEADER.
              END-IF
              CLOSE CYCLOG-FILE
           END-IF.
           PERFORM WRITE-CYCLE-PARMS.

       LOAD-RUN-SETTINGS.
           PERFORM OPEN-RUN-PARMS.
           MOVE 'AGE-MONTHS' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-NUMBER TO WS-AGE-MONTHS
           END-IF.
           IF PARM-LENGTH > 1 THEN
              IF PARM-AGE-MONTHS NOT = SPACES THEN
                 IF PARM-AGE-MONTHS NOT NUMERIC THEN
                    DISPLAY 'STATMNT AGE MONTHS ' PARM-AGE-MONTHS
                       ' NOT 00-99'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-AGE-MONTHS TO WS-AGE-MONTHS
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-AGE-MONTHS TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           MOVE 'ZERO-MONTHS' TO WS-RP-NAME.
           PERFORM READ-RUN-PARM.
           IF WS-RP-FOUND = 'Y' THEN
              MOVE RP-NUMBER TO WS-ZERO-MONTHS
           END-IF.
           IF PARM-LENGTH > 3 THEN
              IF PARM-ZERO-MONTHS NOT = SPACES THEN
                 IF PARM-ZERO-MONTHS NOT NUMERIC THEN
                    DISPLAY 'STATMNT ZERO MONTHS ' PARM-ZERO-MONTHS
                       ' NOT 00-99'
                    PERFORM FAIL-RUN-SETTING
                 END-IF
                 MOVE PARM-ZERO-MONTHS TO WS-ZERO-MONTHS
                 MOVE 'PARM' TO WS-RP-SOURCE
              END-IF
           END-IF.
           MOVE WS-ZERO-MONTHS TO WS-RP-SHOW.
           PERFORM ADD-SETTING.
           PERFORM CLOSE-RUN-PARMS.

      *    A PARM FIELD THAT FAILED ITS CHECK - THE DISPLAY ABOVE THE
      *    PERFORM NAMES IT
       FAIL-RUN-SETTING.
           MOVE 8 TO RETURN-CODE.
           PERFORM CLOSE-RUN-PARMS.
           PERFORM WRITE-CYCLE-LOG.
           STOP RUN.

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
              DISPLAY 'STATMNT RUNPARM NOT PRESENT - PARM AND '
                 'DEFAULTS ONLY'
              MOVE 'N' TO WS-RP-AVAIL
           ELSE
              IF FS-RP NOT = '00' THEN
                 DISPLAY 'STATMNT OPEN-RUN-PARMS FS-RP=' FS-RP
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
              MOVE 'STATMNT' TO RP-PROGRAM
              MOVE WS-RP-NAME TO RP-PARM-NAME
              READ RUNPARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-RP-FOUND
                    MOVE 'RUNPARM' TO WS-RP-SOURCE
              END-READ
              IF FS-RP NOT = '00' AND FS-RP NOT = '23' THEN
                 DISPLAY 'STATMNT READ-RUN-PARM FS-RP=' FS-RP
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
                 DISPLAY 'STATMNT WRITE-CYCLE-PARMS FS-CYP=' FS-CYP
              ELSE
                 PERFORM VARYING WS-SETX FROM 1 BY 1
                    UNTIL WS-SETX > WS-SET-COUNT
                    MOVE 'STATMNT' TO CP-PROGRAM
                    MOVE WS-RUN-DATE TO CP-RUN-DATE
                    MOVE WS-CYC-START TO CP-START-TIME
                    MOVE WS-SET-NAME(WS-SETX) TO CP-PARM-NAME
                    MOVE WS-SET-VALUE(WS-SETX) TO CP-VALUE
                    MOVE WS-SET-SOURCE(WS-SETX) TO CP-SOURCE
                    WRITE CYCPARM-REC
                 END-PERFORM
                 CLOSE CYCPARM-FILE
              END-IF
           END-IF.

      *    A CUTOFF IS THE RUN MONTH MINUS THE RULE'S MONTH COUNT -
      *    WORKED IN TOTAL MONTHS SO THE YEAR ROLLS CORRECTLY
